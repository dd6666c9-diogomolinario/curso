       IDENTIFICATION DIVISION.
       PROGRAM-ID. estoque.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Lancamento de movimentos de estoque contra um codigo do
      *    cadastro "arquivo": ENTRADA (recebimento), SAIDA (baixa)
      *    e AJUSTE (inventario, a maior ou a menor). arq-quantidade
      *    so muda por aqui - a tela de Alteracao de inicio.cbl nao
      *    mexe mais na quantidade - e cada lancamento fica guardado
      *    no arquivo indexado "movestoque" (chave codigo + data +
      *    hora) com o tipo, a quantidade de entrada ou de saida, o
      *    valor unitario, o numero do documento, o operador do
      *    sign-on, o programa de origem e o saldo resultante. E
      *    desse arquivo que kardex.cbl tira o saldo anterior, os
      *    movimentos e o saldo de cada codigo num periodo. Tipos
      *    gravados em movestoque:
      *      E  entrada                (quantidade em mve-entrada)
      *      S  saida                  (quantidade em mve-saida)
      *      A  ajuste de inventario   (numa das duas colunas)
      *      I  implantacao de saldo   (inclusao do registro, pela
      *                                 tela ou pela carga, e a
      *                                 implantacao de kardex.cbl)
      *    Saida ou ajuste a menor que deixaria o saldo negativo e
      *    recusado. A regravacao do cadastro segue o caminho de uma
      *    Alteracao: imagem anterior em "versoes", linha ALTERACAO
      *    na trilha de auditoria e imagem no jornal de recuperacao.
      *    Roda sozinho; identificacao do operador contra o arquivo
      *    de usuarios, como em inicio.cbl (perfil T nao entra),
      *    telas no estilo de fusao.cbl. A sessao fica registrada no
      *    arquivo "sessoes", e o sign-on e recusado enquanto o batch
      *    noturno mantem a trava de manutencao (como em aprova.cbl).
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
           select arquivo       ASSIGN using ws-arq-arquivo
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is arq-chave
                  alternate record key is arq-descricao
                                       with duplicates.
           select movestoque    ASSIGN using ws-arq-movestoque
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is mve-chave.
           select versoes       ASSIGN using ws-arq-versoes
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ver-chave.
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
           select audit-log     ASSIGN using ws-arq-audit-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select arq-jornal    ASSIGN using ws-arq-arq-jornal
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select sessoes       ASSIGN using ws-arq-sessoes
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ses-chave.
      *---------------------------------------------------------------*
       data division.
       file section.
      *---------------------------------------------------------------*
           fd arquivo.
           01 arq-registro.
              02 arq-chave.
                 03 arq-codigo         pic 9(005).
              02 arq-descricao         pic x(020).
              02 arq-dtTeste           pic 9(008).
              02 arq-excluido          pic x(001).
                 88 arq-excluido-sim   value "S".
                 88 arq-excluido-nao   value "N".
              02 arq-situacao          pic x(001).
              02 arq-categoria         pic 9(003).
              02 arq-valor             pic 9(009)v99.
              02 arq-quantidade        pic 9(005).

           fd movestoque.
           01 mve-registro.
              02 mve-chave.
                 03 mve-codigo         pic 9(005).
                 03 mve-data           pic 9(008).
                 03 mve-hora           pic 9(008).
              02 mve-tipo              pic x(001).
                 88 mve-tipo-entrada   value "E".
                 88 mve-tipo-saida     value "S".
                 88 mve-tipo-ajuste    value "A".
                 88 mve-tipo-implanta  value "I".
              02 mve-entrada           pic 9(005).
              02 mve-saida             pic 9(005).
              02 mve-valor-unit        pic 9(009)v99.
              02 mve-documento         pic x(012).
              02 mve-usuario           pic x(008).
              02 mve-origem            pic x(008).
              02 mve-saldo             pic 9(005).

           fd versoes.
           01 ver-registro.
              02 ver-chave.
                 03 ver-codigo         pic 9(005).
                 03 ver-data           pic 9(008).
                 03 ver-hora           pic 9(008).
              02 ver-descricao         pic x(020).
              02 ver-dtTeste           pic 9(008).
              02 ver-situacao          pic x(001).
              02 ver-categoria         pic 9(003).
              02 ver-valor             pic 9(009)v99.
              02 ver-quantidade        pic 9(005).
              02 ver-execucao          pic x(018).

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

           fd audit-log.
           01 audit-registro           pic x(220).

           fd arq-jornal.
           01 jor-registro             pic x(132).

           fd sessoes.
           01 ses-registro.
              02 ses-chave.
                 03 ses-programa       pic x(008).
                 03 ses-usuario        pic x(008).
                 03 ses-data           pic 9(008).
                 03 ses-hora           pic 9(008).
              02 ses-terminal          pic x(020).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-codigo                    pic 9(005)  value zeros.
       01 ws-tipo                      pic x(001)  value space.
          88 ws-tipo-entrada           value "E".
          88 ws-tipo-saida             value "S".
          88 ws-tipo-ajuste            value "A".
       01 ws-sinal                     pic x(001)  value space.
          88 ws-sinal-mais             value "+".
          88 ws-sinal-menos            value "-".
       01 ws-qtde                      pic 9(005)  value zeros.
       01 ws-valor-unit                pic 9(009)v99 value zeros.
       01 ws-documento                 pic x(012)  value spaces.
       01 ws-saldo-novo                pic s9(006) value zeros.
       01 ws-saldo-novo-ed             pic z(004)9.
       01 ws-mov-registro.
          02 ws-mov-codigo             pic 9(005).
          02 ws-mov-descricao          pic x(020).
          02 ws-mov-dtTeste            pic 9(008).
          02 ws-mov-excluido           pic x(001).
          02 ws-mov-situacao           pic x(001).
          02 ws-mov-categoria          pic 9(003).
          02 ws-mov-valor              pic 9(009)v99.
          02 ws-mov-quantidade         pic 9(005).

       01 ws-usu-id                    pic x(008)  value spaces.
       01 ws-usu-senha                 pic x(008)  value spaces.
       01 ws-logon-ok                  pic x(001)  value "N".
          88 ws-logon-ok-sim           value "S".
       01 ws-logon-tentativas          pic 9(001)  value zeros.
       01 ws-seg-max-falhas            pic 9(002)  value 3.
       01 ws-seg-evento                pic x(010)  value spaces.
       01 ws-aud-usuario               pic x(020)  value spaces.
       01 ws-aud-terminal              pic x(020)  value spaces.
       01 ws-aud-operacao              pic x(011)  value spaces.
       01 ws-aud-codigo                pic 9(005)  value zeros.
       01 ws-aud-antes-descricao       pic x(020)  value spaces.
       01 ws-aud-antes-dtTeste         pic 9(008)  value zeros.
       01 ws-aud-depois-descricao      pic x(020)  value spaces.
       01 ws-aud-depois-dtTeste        pic 9(008)  value zeros.

       01 ws-jor-operacao              pic x(001)  value space.
       01 ws-jor-antes                 pic x(054)  value spaces.
       01 ws-jor-depois                pic x(054)  value spaces.

       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-movestoque            pic x(064)  value spaces.
       01 ws-arq-versoes               pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-seguranca-log         pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-audit-log             pic x(080)  value spaces.
       01 ws-arq-arq-jornal            pic x(080)  value spaces.
       01 ws-arq-sessoes               pic x(064)  value spaces.
       01 ws-ses-chave                 pic x(032)  value spaces.
       01 ws-ses-aberta                pic x(001)  value "N".
          88 ws-ses-aberta-sim         value "S".
       01 ws-status                    pic x(002)  value spaces.
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-mens                      pic x(067)  value spaces.
       01 ws-opc                       pic x(001)  value spaces.
       01 ws-total-lancados            pic 9(005)  value zeros.
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
          02 LINE 02 COLUMN 28
             "MOVIMENTO DE ESTOQUE"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 04 COLUMN 01 value " Codigo...:".
          02 LINE 04 COLUMN 50 value "Saldo:".
          02 LINE 06 COLUMN 01 value " Tipo.....:".
          02 LINE 06 COLUMN 20 value
             "E=Entrada  S=Saida  A=Ajuste de inventario".
          02 LINE 07 COLUMN 01 value " Sinal....:".
          02 LINE 07 COLUMN 20 value
             "+ ou - (so no ajuste)".
          02 LINE 08 COLUMN 01 value " Quantid..:".
          02 LINE 09 COLUMN 01 value " Vlr unit.:".
          02 LINE 10 COLUMN 01 value " Document.:".
          02 LINE 12 COLUMN 01 value " Saldo apos o movimento:".
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
       01 acc-codigo.
          02 line 04 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic z(005) using ws-codigo.
       01 acc-tipo.
          02 line 06 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(001) using ws-tipo UPPER.
       01 acc-sinal.
          02 line 07 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(001) using ws-sinal.
       01 acc-qtde.
          02 line 08 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic z(004)9 using ws-qtde.
       01 acc-valor-unit.
          02 line 09 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic z(008)9,99 using ws-valor-unit.
       01 acc-documento.
          02 line 10 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(012) using ws-documento UPPER.
       01 tela-registro.
          02 line 04 column 20
             pic x(020) from ws-mov-descricao HIGHLIGHT.
          02 line 04 column 57
             pic z(004)9 from ws-mov-quantidade HIGHLIGHT.
       01 tela-saldo-novo.
          02 line 12 column 26
             pic x(005) from ws-saldo-novo-ed HIGHLIGHT.
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
           perform 040-sessaoAbre
              thru 040-sessaoAbre-fim
           if not ws-logon-ok-sim
              go 999-fim
           end-if
           open i-o arquivo
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {ARQUIVO}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open i-o movestoque
           if ws-status = "35"
              open output movestoque
              close movestoque
              open i-o movestoque
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {MOVESTOQUE}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open i-o versoes
           if ws-status = "35"
              open output versoes
              close versoes
              open i-o versoes
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {VERSOES}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open extend audit-log
           if ws-status = "35"
              open output audit-log
              close audit-log
              open extend audit-log
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {AUDITORIA}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open extend arq-jornal
           if ws-status = "35"
              open output arq-jornal
              close arq-jornal
              open extend arq-jornal
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {ARQJORNAL}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           perform 100-movimento
              thru 100-movimento-fim
           go 999-fim.
      *---------------------------------------------------------------*
      *    Identificacao do operador contra o arquivo de usuarios de
      *    inicio.cbl, com o mesmo controle de falhas, bloqueio e
      *    eventos em seguranca.log do sign-on principal - o
      *    movimento leva o operador verdadeiro, e perfil T
      *    (trainee) nao lanca estoque.
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
           if usu-perfil-trainee
              initialize ws-mens
              move "Estoque so para perfil A ou O, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 020-logon-sai
           end-if
           move ws-usu-id                  to ws-aud-usuario
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
      *    028-registraEvento de inicio.cbl - tentativa errada por
      *    esta porta conta e aparece para a auditoria igualzinho.
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
      *    Registro da sessao no arquivo compartilhado "sessoes"
      *    (programa, usuario, inicio e terminal), que sessao.cbl
      *    lista e noturno.cbl consulta antes dos passos destrutivos.
      *    Enquanto o noturno mantem a trava de manutencao (o
      *    registro do programa NOTURNO no mesmo arquivo) o sign-on
      *    e recusado. A sessao sai do arquivo em 045-sessaoFecha.
      *---------------------------------------------------------------*
       040-sessaoAbre.
           move "N"                        to ws-ses-aberta
           open i-o sessoes
           if ws-status = "35"
              open output sessoes
              close sessoes
              open i-o sessoes
           end-if
           if ws-status <> "00" and "05"
              initialize ws-mens
              string "Erro de abertura no arq {SESSOES}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              move "N"                     to ws-logon-ok
              go 040-sessaoAbre-fim
           end-if
           initialize ses-registro
           move "NOTURNO"                  to ses-programa
           start sessoes key not < ses-chave
           if ws-status = "00" or "02"
              read sessoes next with no lock
              if (ws-status = "00" or "02") and
                 ses-programa = "NOTURNO"
                 close sessoes
                 initialize ws-mens
                 string "Sistema em manutencao (batch noturno desde "
                        ses-hora(1:2) ":" ses-hora(3:2)
                        "), tecle ENTER"
                                         into ws-mens
                 end-string
                 display tela1-lin23

                 accept ws-opc at 2378
                 move "N"                  to ws-logon-ok
                 go 040-sessaoAbre-fim
              end-if
           end-if
           initialize ses-registro
           move "ESTOQUE"                  to ses-programa
           move ws-usu-id                  to ses-usuario
           accept ses-data from date yyyymmdd
           accept ses-hora from time
           accept ses-terminal from environment "TERM"
           if ses-terminal = spaces
              move "DESCONHECIDO"          to ses-terminal
           end-if
       040-sessaoAbre-grava.
           write ses-registro
           if ws-status = "22" and ses-hora < 99999999
              add 1                        to ses-hora
              go 040-sessaoAbre-grava
           end-if
           if ws-status = "00" or "02"
              move ses-chave               to ws-ses-chave
              move "S"                     to ws-ses-aberta
           end-if
           close sessoes
           .
       040-sessaoAbre-fim.
           exit.
      *---------------------------------------------------------------*
       045-sessaoFecha.
           if not ws-ses-aberta-sim
              go 045-sessaoFecha-fim
           end-if
           open i-o sessoes
           if ws-status <> "00" and "05"
              go 045-sessaoFecha-fim
           end-if
           move ws-ses-chave               to ses-chave
           delete sessoes record
           close sessoes
           move "N"                        to ws-ses-aberta
           .
       045-sessaoFecha-fim.
           exit.
      *---------------------------------------------------------------*
       100-movimento.
      *---------------------------------------------------------------*
       100-movimentoCodigo.
           move zeros                      to ws-codigo
                                              ws-qtde
                                              ws-valor-unit
                                              ws-saldo-novo
                                              ws-saldo-novo-ed
           move spaces                     to ws-tipo
                                              ws-sinal
                                              ws-documento
           initialize ws-mov-registro
           display tela1
           display acc-codigo
                   acc-tipo
                   acc-sinal
                   acc-qtde
                   acc-valor-unit
                   acc-documento
           initialize ws-mens
           move "Codigo do movimento, ESC=Encerra"
                                           to ws-mens
           display tela1-lin23
           accept acc-codigo
           if esc-key
              go 100-movimento-fim
           end-if
           initialize arq-registro
           move ws-codigo                  to arq-codigo
           read arquivo with no lock
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Codigo nao cadastrado, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-movimentoCodigo
           end-if
           if arq-excluido-sim
              initialize ws-mens
              move "Registro excluido nao recebe movimento, ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-movimentoCodigo
           end-if
           move arq-registro               to ws-mov-registro
           display tela-registro
           .
       100-movimentoTipo.
           initialize ws-mens
           move "Tipo do movimento <E/S/A>, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-tipo
           if esc-key
              go 100-movimentoCodigo
           end-if
           if not ws-tipo-entrada and not ws-tipo-saida
                                  and not ws-tipo-ajuste
              initialize ws-mens
              move "Tipo invalido - use E, S ou A, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-movimentoTipo
           end-if
           .
       100-movimentoSinal.
           evaluate true
           when ws-tipo-entrada
              move "+"                     to ws-sinal
           when ws-tipo-saida
              move "-"                     to ws-sinal
           when ws-tipo-ajuste
              initialize ws-mens
              move "Ajuste a maior (+) ou a menor (-)?, ESC=Voltar"
                                           to ws-mens
              display tela1-lin23
              accept acc-sinal
              if esc-key
                 go 100-movimentoTipo
              end-if
              if not ws-sinal-mais and not ws-sinal-menos
                 initialize ws-mens
                 move "Sinal invalido - use + ou -, tecle ENTER"
                                           to ws-mens
                 display tela1-lin23

                 accept ws-opc at 2378
                 go 100-movimentoSinal
              end-if
           end-evaluate
           display acc-sinal
           .
       100-movimentoQuantidade.
           initialize ws-mens
           move "Quantidade movimentada, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-qtde
           if esc-key
              go 100-movimentoTipo
           end-if
           if ws-qtde = 0
              initialize ws-mens
              move "Quantidade zerada nao movimenta, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-movimentoQuantidade
           end-if
           if ws-sinal-mais
              compute ws-saldo-novo = ws-mov-quantidade + ws-qtde
           else
              compute ws-saldo-novo = ws-mov-quantidade - ws-qtde
           end-if
           if ws-saldo-novo < 0
              initialize ws-mens
              move "Saldo ficaria negativo, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-movimentoQuantidade
           end-if
           if ws-saldo-novo > 99999
              initialize ws-mens
              move "Saldo estoura o campo de quantidade, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-movimentoQuantidade
           end-if
           move ws-saldo-novo              to ws-saldo-novo-ed
           display tela-saldo-novo
           .
       100-movimentoValor.
           initialize ws-mens
           move "Valor unitario do movimento, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-valor-unit
           if esc-key
              go 100-movimentoQuantidade
           end-if
           .
       100-movimentoDocumento.
           initialize ws-mens
           move "Numero do documento (NF, requisicao...), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-documento
           if esc-key
              go 100-movimentoValor
           end-if
           if ws-documento = spaces
              initialize ws-mens
              move "Documento nao informado, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-movimentoDocumento
           end-if
           .
       100-movimento-confirma.
           initialize ws-opc
           move "Confirma o movimento? <S/N>" to ws-mens
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              go 100-movimentoDocumento
           end-if
           initialize ws-opc
           perform 200-lanca
              thru 200-lanca-fim
           go 100-movimentoCodigo.
       100-movimento-fim.
           exit.
      *---------------------------------------------------------------*
      *    Lanca o movimento confirmado: rele o registro com lock
      *    (o saldo pode ter mudado desde a tela), recalcula o saldo
      *    e regrava o cadastro; so com a regravacao confirmada
      *    saem o jornal, a versao anterior, a auditoria e, por
      *    fim, o proprio movimento em movestoque.
      *---------------------------------------------------------------*
       200-lanca.
           initialize arq-registro
           move ws-codigo                  to arq-codigo
           read arquivo with lock
           if ws-status = "51"
              initialize ws-mens
              move "Registro em uso, ENTER=Repete, ESC=Desiste"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              if esc-key
                 go 200-lanca-fim
              end-if
              go 200-lanca
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Codigo sumiu do cadastro, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 200-lanca-fim
           end-if
           if arq-excluido-sim
              unlock arquivo
              initialize ws-mens
              move "Registro foi excluido, movimento cancelado, ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 200-lanca-fim
           end-if
           move arq-registro               to ws-jor-antes
           move arq-registro               to ws-mov-registro
           if ws-sinal-mais
              compute ws-saldo-novo = arq-quantidade + ws-qtde
           else
              compute ws-saldo-novo = arq-quantidade - ws-qtde
           end-if
           if ws-saldo-novo < 0 or ws-saldo-novo > 99999
              unlock arquivo
              initialize ws-mens
              move "Saldo mudou e ficaria fora da faixa, cancelado"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 200-lanca-fim
           end-if
           move ws-saldo-novo              to arq-quantidade
           rewrite arq-registro
           if ws-status <> "00" and "02"
              unlock arquivo
              initialize ws-mens
              string "Erro de gravacao no arq {ARQUIVO}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              go 200-lanca-fim
           end-if
           move "R"                        to ws-jor-operacao
           move arq-registro               to ws-jor-depois
           perform 710-jornal
              thru 710-jornal-fim
           perform 820-versiona
              thru 820-versiona-fim
           move "ALTERACAO"                to ws-aud-operacao
           move ws-codigo                  to ws-aud-codigo
           move ws-mov-descricao           to ws-aud-antes-descricao
                                              ws-aud-depois-descricao
           move ws-mov-dtTeste             to ws-aud-antes-dtTeste
                                              ws-aud-depois-dtTeste
           perform 700-audita
              thru 700-audita-fim
           perform 300-gravaMovimento
              thru 300-gravaMovimento-fim
           unlock arquivo
           add 1                           to ws-total-lancados
           move ws-saldo-novo              to ws-saldo-novo-ed
           initialize ws-mens
           string "Movimento lancado, saldo do codigo " ws-codigo
                  ": " ws-saldo-novo-ed ", tecle ENTER"
                                           into ws-mens
           end-string
           display tela1-lin23

           accept ws-opc at 2378
           .
       200-lanca-fim.
           exit.
      *---------------------------------------------------------------*
      *    Grava o movimento em movestoque na chave codigo + data +
      *    hora, com o avanco de hora em colisao de 820-versiona.
      *---------------------------------------------------------------*
       300-gravaMovimento.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize mve-registro
           move ws-codigo                  to mve-codigo
           move ws-data-exec               to mve-data
           move ws-hora-exec               to mve-hora
           move ws-tipo                    to mve-tipo
           if ws-sinal-mais
              move ws-qtde                 to mve-entrada
           else
              move ws-qtde                 to mve-saida
           end-if
           move ws-valor-unit              to mve-valor-unit
           move ws-documento               to mve-documento
           move ws-usu-id                  to mve-usuario
           move "ESTOQUE"                  to mve-origem
           move arq-quantidade             to mve-saldo
       300-gravaMovimento-tenta.
           write mve-registro
           if ws-status = "22"
              if mve-hora < 99999999
                 add 1                     to mve-hora
                 go to 300-gravaMovimento-tenta
              end-if
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de gravacao no arq {MOVESTOQUE}, FS: ("
                     ws-status ") - avise o suporte!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           end-if
           .
       300-gravaMovimento-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha de auditoria identica, byte a byte, ao formato de
      *    700-audita-grava em inicio.cbl.
      *---------------------------------------------------------------*
       700-audita.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize audit-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-aud-operacao
                  " usuario=" ws-aud-usuario
                  " terminal=" ws-aud-terminal
                  " codigo=" ws-aud-codigo
                  " descr-antes=[" ws-aud-antes-descricao "]"
                  " data-antes=" ws-aud-antes-dtTeste
                  " descr-depois=[" ws-aud-depois-descricao "]"
                  " data-depois=" ws-aud-depois-dtTeste
                                           into audit-registro
           end-string
           write audit-registro
           .
       700-audita-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha do jornal de recuperacao para frente, identica a de
      *    710-jornal em inicio.cbl.
      *---------------------------------------------------------------*
       710-jornal.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize jor-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-jor-operacao
                  " " ws-jor-antes
                  " " ws-jor-depois        into jor-registro
           end-string
           write jor-registro
           .
       710-jornal-fim.
           exit.
      *---------------------------------------------------------------*
      *    Versao com a imagem ANTERIOR ao movimento, na chave
      *    codigo+data+hora de 820-versiona de inicio.cbl, com o
      *    avanco de hora em colisao que lote.cbl usa.
      *---------------------------------------------------------------*
       820-versiona.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize ver-registro
           move ws-mov-codigo              to ver-codigo
           move ws-data-exec               to ver-data
           move ws-hora-exec               to ver-hora
           move ws-mov-descricao           to ver-descricao
           move ws-mov-dtTeste             to ver-dtTeste
           move ws-mov-situacao            to ver-situacao
           move ws-mov-categoria           to ver-categoria
           move ws-mov-valor               to ver-valor
           move ws-mov-quantidade          to ver-quantidade
       820-versiona-tenta.
           write ver-registro
           if ws-status = "22"
              if ver-hora < 99999999
                 add 1                     to ver-hora
                 go to 820-versiona-tenta
              end-if
              go to 820-versiona-fim
           end-if
           .
       820-versiona-fim.
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
           initialize ws-arq-arquivo
           string ws-dir-dados delimited by space
                  "/arquivo" delimited by size
                                         into ws-arq-arquivo
           end-string
           initialize ws-arq-movestoque
           string ws-dir-dados delimited by space
                  "/movestoque" delimited by size
                                         into ws-arq-movestoque
           end-string
           initialize ws-arq-versoes
           string ws-dir-dados delimited by space
                  "/versoes" delimited by size
                                         into ws-arq-versoes
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
           initialize ws-arq-sessoes
           string ws-dir-dados delimited by space
                  "/sessoes" delimited by size
                                         into ws-arq-sessoes
           end-string
           accept ws-data-exec from date yyyymmdd
           initialize ws-arq-audit-log
           string ws-dir-dados delimited by space
                  "/auditoria-" delimited by size
                  ws-data-exec(1:6) ".log" delimited by size
                                         into ws-arq-audit-log
           end-string
           initialize ws-arq-arq-jornal
           string ws-dir-dados delimited by space
                  "/arqjornal-" delimited by size
                  ws-data-exec ".log" delimited by size
                                         into ws-arq-arq-jornal
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
      *---------------------------------------------------------------*
           close arquivo
           close movestoque
           close versoes
           close audit-log
           close arq-jornal
           perform 045-sessaoFecha
              thru 045-sessaoFecha-fim
           stop run.
