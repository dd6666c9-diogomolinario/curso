       IDENTIFICATION DIVISION.
       PROGRAM-ID. sessao.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Sessoes ativas do arquivo compartilhado "sessoes": quem
      *    esta em qual programa on-line (inicio, aprova, fusao,
      *    rejeitos), desde quando e de qual terminal, mais a trava
      *    de manutencao do batch noturno (linha NOTURNO). Um perfil
      *    A percorre a janela e limpa com ENTER a sessao que ficou
      *    para tras quando um terminal caiu sem sair do programa -
      *    sessao esquecida segura o noturno na espera antes dos
      *    passos destrutivos - ou baixa a trava de um noturno que
      *    morreu no meio. Cada limpeza vai para seguranca.log com o
      *    administrador que limpou. Esta tela nao registra sessao
      *    nem respeita a trava: e ela que desfaz trava esquecida.
      *    Identificacao contra o arquivo de usuarios como em
      *    inicio.cbl; janela no estilo de aprova.cbl.
      *---------------------------------------------------------------*
       environment division.
       configuration section.
       special-names.
           crt status is crt-status
           decimal-point is comma.
      *---------------------------------------------------------------*
       input-output section.
       file-control.
      *---------------------------------------------------------------*
           select sessoes       ASSIGN using ws-arq-sessoes
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ses-chave.
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is usu-chave.
           select seguranca-log ASSIGN using ws-arq-seguranca-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
      *---------------------------------------------------------------*
       data division.
       file section.
      *---------------------------------------------------------------*
           fd sessoes.
           01 ses-registro.
              02 ses-chave.
                 03 ses-programa       pic x(008).
                 03 ses-usuario        pic x(008).
                 03 ses-data           pic 9(008).
                 03 ses-hora           pic 9(008).
              02 ses-terminal          pic x(020).

           fd usuarios.
           01 usu-registro.
              02 usu-chave.
                 03 usu-id             pic x(008).
              02 usu-nome              pic x(020).
              02 usu-senha             pic x(008).
              02 usu-perfil            pic x(001).
                 88 usu-perfil-admin     value "A".
                 88 usu-perfil-operador  value "O".
                 88 usu-perfil-trainee   value "T".
              02 usu-falhas            pic 9(002).
              02 usu-bloqueado         pic x(001).
                 88 usu-bloqueado-sim  value "S".
              02 usu-dt-senha          pic 9(008).

           fd seguranca-log.
           01 seg-registro             pic x(080).

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 tb-consulta.
          02 occurs 16.
             03 tb-chave               pic x(032).
             03 tb-programa            pic x(008).
             03 tb-usuario             pic x(008).
             03 tb-inicio-fmt          pic x(016).
             03 tb-terminal            pic x(020).
             03 tb-usado               pic x(001).
       01 tab-lin                      pic x(032)  value
           "06070809101112131415161718192021".
       01 redefines tab-lin.
          02 tb-lin                    pic 9(002)  occurs 16.

       01 ws-sessoes                   pic 9(007)  value zeros.
       01 ws-janela-volta              pic x(001)  value "N".

       01 ws-usu-id                    pic x(008)  value spaces.
       01 ws-usu-senha                 pic x(008)  value spaces.
       01 ws-logon-ok                  pic x(001)  value "N".
          88 ws-logon-ok-sim           value "S".
       01 ws-logon-tentativas          pic 9(001)  value zeros.
       01 ws-aud-terminal              pic x(020)  value spaces.
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

       01 ws-seg-max-falhas            pic 9(002)  value 3.
       01 ws-seg-evento                pic x(010)  value spaces.
       01 ws-arq-seguranca-log         pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-sessoes               pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value spaces.
       01 ws-mens                      pic x(067)  value spaces.
       01 ws-opc                       pic x(001)  value spaces.
       01 ind                          pic 9(003)  value zeros.
       01 ws-line                      pic 9(002)  value zeros.
       01 crt-status.
          02 crt-status-1              pic 9.
             88 terminate-key            value 0.
             88 function-key             value 1.
             88 adis-key                 value 2.
             88 status-1-error           value 9.
          02 crt-status-2              pic 99 comp-x.
             88 esc-key                  value 0.
             88 f1-key                   value 1.
             88 left-key                 value 64.
             88 right-key                value 65.
             88 up-key                   value 31.
             88 down-key                 value 32.
             88 enter-key                value 48.
          02 crt-status-3              pic 99 comp-x.
             88 raw-key-code              values 0 thru 255.
      *---------------------------------------------------------------*
       screen section.
      *---------------------------------------------------------------*
       01 tela-logon blank screen.
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 35
             "CURSO COBOL"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 08 COLUMN 25
             "IDENTIFICACAO DO OPERADOR"  HIGHLIGHT.
          02 LINE 10 COLUMN 25 value "Usuario..:".
          02 LINE 12 COLUMN 25 value "Senha....:".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 acc-usu-id.
          02 line 10 col 36 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(008) using ws-usu-id UPPER.
       01 acc-usu-senha.
          02 line 12 col 36 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(008) using ws-usu-senha SECURE.
       01 tela1 blank screen.
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 31
             "SESSOES ATIVAS"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 03 COLUMN 01 value " Sessoes..:".
          02 line 03 column 13
             pic z(006)9 from ws-sessoes HIGHLIGHT.
          02 LINE 04 COLUMN 02 value
             "Programa Usuario  Inicio           Terminal".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tela1-lin23.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12 from WS-MENS HIGHLIGHT.
       01 tela1-conf.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12
             pic x(060) from WS-MENS HIGHLIGHT.
          02 line 23 column 76
             "[ ]" HIGHLIGHT REVERSE-VIDEO.
          02 line 23 column 77  BACKGROUND-COLOR 1 HIGHLIGHT
             pic x using ws-opc UPPER.
       01 tl1-linSes.
          02 line ws-line column 02
               pic x(008) from tb-programa(ind).
          02 line ws-line column 11
               pic x(008) from tb-usuario(ind).
          02 line ws-line column 20
               pic x(016) from tb-inicio-fmt(ind).
          02 line ws-line column 37
               pic x(020) from tb-terminal(ind).
          02 line ws-line column 57
               pic x(022) from spaces.
       01 tl1-linSes2  HIGHLIGHT REVERSE-VIDEO.
          02 line ws-line column 02
               pic x(008) from tb-programa(ind).
          02 line ws-line column 11
               pic x(008) from tb-usuario(ind).
          02 line ws-line column 20
               pic x(016) from tb-inicio-fmt(ind).
          02 line ws-line column 37
               pic x(020) from tb-terminal(ind).
          02 line ws-line column 57
               pic x(022) from spaces.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       001-INICIO.
      *---------------------------------------------------------------*
           perform 005-ambiente
              thru 005-ambiente-fim
           if not ws-amb-ok-sim
              go to 999-fim
           end-if
           accept ws-aud-terminal  from environment "TERM"
           if ws-aud-terminal = spaces
              move "DESCONHECIDO"          to ws-aud-terminal
           end-if
           perform 020-logon
              thru 020-logon-fim
           if not ws-logon-ok-sim
              go 999-fim
           end-if
           open i-o sessoes
           if ws-status = "35"
              open output sessoes
              close sessoes
              open i-o sessoes
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {SESSOES}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open extend seguranca-log
           if ws-status = "35"
              open output seguranca-log
              close seguranca-log
              open extend seguranca-log
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {SEGURANCA}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
       010-janela.
           perform 200-contaSessoes
              thru 200-contaSessoes-fim
           display tela1
           if ws-sessoes = 0
              initialize ws-mens
              move "Nenhuma sessao ativa, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 999-fim
           end-if
           perform 100-carregaJanela
              thru 100-carregaJanela-fim
           perform 110-exibeJanela
              thru 110-exibeJanela-fim
           move 1                          to ind
           move "N"                        to ws-janela-volta
           perform 120-navegaJanela
              thru 120-navegaJanela-fim
           if ws-janela-volta = "S"
              go 010-janela
           end-if
           go 999-fim.
      *---------------------------------------------------------------*
      *    Identificacao do operador contra o arquivo de usuarios de
      *    inicio.cbl, com o mesmo controle de falhas, bloqueio e
      *    eventos em seguranca.log do sign-on principal; so perfil
      *    A (administrador) entra.
      *---------------------------------------------------------------*
       020-logon.
           move "N"                        to ws-logon-ok
           move zeros                      to ws-logon-tentativas
           perform 021-leParametroLogon
              thru 021-leParametroLogon-fim
           open extend seguranca-log
           if ws-status = "35"
              open output seguranca-log
              close seguranca-log
              open extend seguranca-log
           end-if
           open i-o usuarios
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {USUARIOS}, FS: ("
                      ws-status ") - encerrando"
              go 020-logon-fim
           end-if
       020-logon-pede.
           initialize ws-usu-id
                      ws-usu-senha
           display tela-logon
           initialize ws-mens
           move "Informe usuario e senha, ESC=Encerra"
                                           to ws-mens
           display tela1-lin23
           accept acc-usu-id
           if esc-key
              go 020-logon-sai
           end-if
           accept acc-usu-senha
           if esc-key
              go 020-logon-pede
           end-if
           initialize usu-registro
           move ws-usu-id                  to usu-id
           read usuarios with no lock
           if ws-status <> "00" and "02"
              go 020-logon-nega
           end-if
           if usu-bloqueado-sim
              move "BLOQUEADO"             to ws-seg-evento
              perform 028-registraEvento
                 thru 028-registraEvento-fim
              add 1                        to ws-logon-tentativas
              initialize ws-mens
              move "Usuario BLOQUEADO - procure o administrador"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              if ws-logon-tentativas < 3
                 go 020-logon-pede
              end-if
              go 020-logon-sai
           end-if
           if usu-senha not = ws-usu-senha
              add 1                        to usu-falhas
              if usu-falhas >= ws-seg-max-falhas
                 move "S"                  to usu-bloqueado
              end-if
              rewrite usu-registro
              if usu-bloqueado = "S"
                 move "BLOQUEIO"           to ws-seg-evento
                 perform 028-registraEvento
                    thru 028-registraEvento-fim
              end-if
              go 020-logon-nega
           end-if
           if usu-falhas > 0
              move zeros                   to usu-falhas
              rewrite usu-registro
           end-if
           if not usu-perfil-admin
              initialize ws-mens
              move "Sessoes so para perfil A, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 020-logon-sai
           end-if
           move "S"                        to ws-logon-ok
           go 020-logon-sai.
       020-logon-nega.
           move "FALHA"                    to ws-seg-evento
           perform 028-registraEvento
              thru 028-registraEvento-fim
           add 1                           to ws-logon-tentativas
           initialize ws-mens
           move "Usuario ou senha invalidos, tecle ENTER"
                                           to ws-mens
           display tela1-lin23

           accept ws-opc at 2378
           if ws-logon-tentativas < 3
              go 020-logon-pede
           end-if
       020-logon-sai.
           close usuarios
           close seguranca-log
           initialize ws-usu-senha
           .
       020-logon-fim.
           exit.
      *---------------------------------------------------------------*
      *    Limite de falhas consecutivas no parametro LOGONFALHAS do
      *    arquivo central de parametros (parametro.cbl); sem ele
      *    vale o padrao de 3 falhas, o mesmo de inicio.cbl.
      *---------------------------------------------------------------*
       021-leParametroLogon.
           open input parametros
           if ws-status <> "00"
              go 021-leParametroLogon-fim
           end-if
           initialize prm-registro
           move "LOGONFALHAS"              to prm-nome
           read parametros
           if (ws-status = "00" or "02") and
              prm-valor(1:9) is numeric and
              prm-valor(8:2) not = "00"
              move prm-valor(8:2)          to ws-seg-max-falhas
           end-if
           close parametros
           .
       021-leParametroLogon-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha do arquivo de eventos de seguranca, no formato de
      *    028-registraEvento de inicio.cbl.
      *---------------------------------------------------------------*
       028-registraEvento.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize seg-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-seg-evento
                  " usuario=" ws-usu-id
                  " terminal=" ws-aud-terminal
                                           into seg-registro
           end-string
           write seg-registro
           .
       028-registraEvento-fim.
           exit.
      *---------------------------------------------------------------*
       200-contaSessoes.
           move zeros                      to ws-sessoes
           move low-values                 to ses-chave
           start sessoes key not < ses-chave
           if ws-status <> "00" and "02"
              go 200-contaSessoes-fim
           end-if
           perform until exit
              read sessoes next with no lock
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              add 1                        to ws-sessoes
           end-perform
           .
       200-contaSessoes-fim.
           exit.
      *---------------------------------------------------------------*
      *    Carrega as primeiras 16 sessoes na ordem da chave
      *    (programa, usuario, inicio); a janela e recarregada do
      *    topo apos cada limpeza, como em aprova.cbl.
      *---------------------------------------------------------------*
       100-carregaJanela.
           initialize tb-consulta
           move zeros                      to ind
           move low-values                 to ses-chave
           start sessoes key not < ses-chave
           if ws-status <> "00" and "02"
              go 100-carregaJanela-fim
           end-if
           perform until exit
              read sessoes next with no lock
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              add 1                        to ind
              if ind > 16
                 exit perform
              end-if
              perform 130-carregaLinha
                 thru 130-carregaLinha-fim
           end-perform
           .
       100-carregaJanela-fim.
           exit.
      *---------------------------------------------------------------*
       130-carregaLinha.
           move ses-chave                  to tb-chave(ind)
           move ses-programa               to tb-programa(ind)
           move ses-usuario                to tb-usuario(ind)
           initialize tb-inicio-fmt(ind)
           string ses-data(7:2) "/"
                  ses-data(5:2) "/"
                  ses-data(1:4) " "
                  ses-hora(1:2) ":"
                  ses-hora(3:2)        into tb-inicio-fmt(ind)
           end-string
           move ses-terminal               to tb-terminal(ind)
           move "S"                        to tb-usado(ind)
           .
       130-carregaLinha-fim.
           exit.
      *---------------------------------------------------------------*
       110-exibeJanela.
           perform varying ind from 1 by 1 until ind > 16
              move tb-lin(ind)             to ws-line
              display tl1-linSes
           end-perform
           .
       110-exibeJanela-fim.
           exit.
      *---------------------------------------------------------------*
       120-navegaJanela.
           move tb-lin(ind)                to ws-line
           display tl1-linSes2
           initialize ws-mens
           string "Setas "
                  x"e28691"
                  " "
                  x"e28693"
                  ", ENTER=Limpa a sessao, ESC=Encerra"
                                         into ws-mens
           end-string
           display tela1-lin23
           perform until exit
               accept ws-opc at 2378
               evaluate true
               when up-key
                 if ind > 1
                    display tl1-linSes
                    subtract 1            from ind
                 end-if
                 move tb-lin(ind)          to ws-line
                 display tl1-linSes2
               when down-key
                 if ind < 16 and tb-usado(ind + 1) = "S"
                    display tl1-linSes
                    add 1                  to ind
                 end-if
                 move tb-lin(ind)          to ws-line
                 display tl1-linSes2
               when enter-key
                 perform 300-limpa
                    thru 300-limpa-fim
                 if ws-janela-volta = "S"
                    exit perform
                 end-if
               when esc-key
                 exit perform
               end-evaluate
           end-perform
           .
       120-navegaJanela-fim.
           exit.
      *---------------------------------------------------------------*
      *    Limpeza da sessao em destaque. A linha NOTURNO e a trava
      *    de manutencao: limpa-la libera o sign-on, entao a
      *    confirmacao avisa antes.
      *---------------------------------------------------------------*
       300-limpa.
           initialize ws-opc
           if tb-programa(ind) = "NOTURNO"
              move "Baixar a TRAVA do batch noturno? <S/N>"
                                           to ws-mens
           else
              move "Limpar esta sessao? <S/N>"
                                           to ws-mens
           end-if
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              initialize ws-opc
              go 300-limpa-fim
           end-if
           move tb-chave(ind)              to ses-chave
           delete sessoes record
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Sessao nao encontrada (ja encerrada?), ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              move "S"                     to ws-janela-volta
              go 300-limpa-fim
           end-if
           perform 310-registraLimpeza
              thru 310-registraLimpeza-fim
           initialize ws-opc
           move "S"                        to ws-janela-volta
           .
       300-limpa-fim.
           exit.
      *---------------------------------------------------------------*
      *    Evento LIMPEZA em seguranca.log: data, hora, o
      *    administrador e a sessao (programa/usuario) que saiu.
      *---------------------------------------------------------------*
       310-registraLimpeza.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           move "LIMPEZA"                  to ws-seg-evento
           initialize seg-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-seg-evento
                  " usuario=" ws-usu-id
                  " sessao=" tb-programa(ind) "/" tb-usuario(ind)
                                           into seg-registro
           end-string
           write seg-registro
           .
       310-registraLimpeza-fim.
           exit.
      *---------------------------------------------------------------*
      *    Resolve o diretorio de dados da variavel de ambiente
      *    CURSODADOS e o ambiente (TEST/PROD) de CURSOAMB, para
      *    teste e producao rodarem lado a lado sem recompilar;
      *    sem as duas variaveis o programa nem comeca.
      *---------------------------------------------------------------*
       005-ambiente.
           move "N"                        to ws-amb-ok
           accept ws-dir-dados from environment "CURSODADOS"
           if ws-dir-dados = spaces
              display "CURSODADOS nao definido (diretorio de "
                      "dados) - encerrando"
              go to 005-ambiente-fim
           end-if
           accept ws-ambiente from environment "CURSOAMB"
           if ws-ambiente <> "TEST" and "PROD"
              display "CURSOAMB deve ser TEST ou PROD - "
                      "encerrando"
              go to 005-ambiente-fim
           end-if
           initialize ws-arq-sessoes
           string ws-dir-dados delimited by space
                  "/sessoes" delimited by size
                                         into ws-arq-sessoes
           end-string
           initialize ws-arq-usuarios
           string ws-dir-dados delimited by space
                  "/usuarios" delimited by size
                                         into ws-arq-usuarios
           end-string
           initialize ws-arq-seguranca-log
           string ws-dir-dados delimited by space
                  "/seguranca.log" delimited by size
                                         into ws-arq-seguranca-log
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
      *---------------------------------------------------------------*
           close sessoes
           close seguranca-log
           stop run.
