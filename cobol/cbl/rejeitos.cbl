      *    branco, dia/mes, bissexto, situacao, duplicidade no
      *    cadastro) e, aceito, o registro entra em "arquivo" e sai
      *    de "rejeitados". O total de pendentes aparece na tela e a
      *    carga noturna grava o mesmo total em carga.log. O
      *    operador se identifica contra o arquivo de usuarios, como
      *    em inicio.cbl.
      *---------------------------------------------------------------*
       environment division.
       configuration section.
                  record key           is arq-chave
                  alternate record key is arq-descricao
                                       with duplicates.
           select movestoque    ASSIGN using ws-arq-movestoque
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is mve-chave.
           select arq-jornal    ASSIGN using ws-arq-arq-jornal
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select retencao-log  ASSIGN using ws-arq-retencao-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
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
           select sessoes       ASSIGN using ws-arq-sessoes
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ses-chave.
      *---------------------------------------------------------------*
       data division.
       file section.
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

           fd arq-jornal.
           01 jor-registro             pic x(132).


           fd retencao-log.
           01 retencao-registro        pic x(080).

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
          02 ws-valor                  pic 9(009)v99.
          02 ws-quantidade             pic 9(005).
       01 ws-motivo                    pic x(030)  value spaces.
       01 ws-mve-qtde-antes            pic 9(005)  value zeros.
       01 ws-mve-documento             pic x(012)  value spaces.
       01 ws-seq-corrente              pic 9(004)  value zeros.
       01 ws-tipo-mov                  pic x(001)  value space.
          88 ws-mov-inclusao           values "I" " ".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-rejeitados            pic x(064)  value spaces.
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-sessoes               pic x(064)  value spaces.
       01 ws-ses-chave                 pic x(032)  value spaces.
       01 ws-ses-aberta                pic x(001)  value "N".
          88 ws-ses-aberta-sim         value "S".
       01 ws-arq-movestoque            pic x(064)  value spaces.
       01 ws-arq-arq-jornal            pic x(080)  value spaces.
       01 ws-arq-categoria             pic x(064)  value spaces.
       01 ws-cat-aberta                pic x(001)  value "N".
       01 ws-jor-depois                pic x(054)  value spaces.
       01 ws-arq-audit-log             pic x(080)  value spaces.
       01 ws-arq-retencao-log          pic x(080)  value spaces.
       01 ws-usu-id                    pic x(008)  value spaces.
       01 ws-usu-senha                 pic x(008)  value spaces.
       01 ws-logon-ok                  pic x(001)  value "N".
          88 ws-logon-ok-sim           value "S".
       01 ws-logon-tentativas          pic 9(001)  value zeros.
       01 ws-seg-max-falhas            pic 9(002)  value 3.
       01 ws-seg-evento                pic x(010)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-seguranca-log         pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-aud-usuario               pic x(020)  value spaces.
       01 ws-aud-terminal              pic x(020)  value spaces.
       01 ws-aud-operacao              pic x(011)  value spaces.
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
           OPEN I-O rejeitados
           if ws-status = "35"
              open output rejeitados
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
           accept ws-jor-data from date yyyymmdd
           initialize ws-arq-arq-jornal
           string ws-dir-dados delimited by space
           if ws-status = "00" or "05"
              move "S"                     to ws-cat-aberta
           end-if
           open extend audit-log
           if ws-status = "35"
              open output audit-log
              thru 360-jornal-fim
           perform 370-audita
              thru 370-audita-fim
           perform 390-movimentaEstoque
              thru 390-movimentaEstoque-fim
           if ws-mov-exclusao
              perform 380-retem
                 thru 380-retem-fim
       350-aplica.
           move spaces                     to ws-aud-antes-descricao
           move zeros                      to ws-aud-antes-dtTeste
                                              ws-mve-qtde-antes
           evaluate true
           when ws-mov-alteracao
              initialize arq-registro
              move arq-registro            to ws-jor-antes
              move arq-descricao           to ws-aud-antes-descricao
              move arq-dtTeste             to ws-aud-antes-dtTeste
              move arq-quantidade          to ws-mve-qtde-antes
              move "R"                     to ws-jor-operacao
              move ws-descricao            to arq-descricao
              move ws-dtTeste              to arq-dtTeste
       380-retem-fim.
           exit.
      *---------------------------------------------------------------*
      *    Movimento de estoque do reprocesso no arquivo "movestoque"
      *    de estoque.cbl, como na carga de inicio.cbl: inclusao com
      *    quantidade implanta o saldo (tipo I); alteracao que mudou
      *    a quantidade vira AJUSTE pela diferenca. Exclusao nao
      *    mexe na quantidade e nao gera movimento.
      *---------------------------------------------------------------*
       390-movimentaEstoque.
           if ws-mov-exclusao
              go 390-movimentaEstoque-fim
           end-if
           if ws-quantidade = ws-mve-qtde-antes
              go 390-movimentaEstoque-fim
           end-if
           accept ws-jor-data from date yyyymmdd
           accept ws-jor-hora from time
           initialize mve-registro
           move ws-codigo                  to mve-codigo
           move ws-jor-data                to mve-data
           move ws-jor-hora                to mve-hora
           if ws-mov-alteracao
              move "A"                     to mve-tipo
           else
              move "I"                     to mve-tipo
           end-if
           if ws-quantidade > ws-mve-qtde-antes
              compute mve-entrada = ws-quantidade - ws-mve-qtde-antes
           else
              compute mve-saida   = ws-mve-qtde-antes - ws-quantidade
           end-if
           move zeros                      to mve-valor-unit
           initialize ws-mve-documento
           string "REJEITO" ws-seq-corrente delimited by size
                                         into ws-mve-documento
           end-string
           move ws-mve-documento           to mve-documento
           move ws-aud-usuario             to mve-usuario
           move "REJEITOS"                 to mve-origem
           move ws-quantidade              to mve-saldo
       390-movimentaEstoque-tenta.
           write mve-registro
           if ws-status = "22"
              if mve-hora < 99999999
                 add 1                     to mve-hora
                 go to 390-movimentaEstoque-tenta
              end-if
           end-if
           .
       390-movimentaEstoque-fim.
           exit.
      *---------------------------------------------------------------*
      *    As mesmas regras de 600-carga-valida de inicio.cbl, na
      *    mesma ordem; a unica diferenca e que a duplicidade no
      *    cadastro tambem vira motivo (na carga ela e contada a
       450-validaCategoria-fim.
           exit.
      *---------------------------------------------------------------*
      *    Identificacao do operador contra o arquivo de usuarios de
      *    inicio.cbl, com o mesmo controle de falhas, bloqueio e
      *    eventos em seguranca.log do sign-on principal; o usuario
      *    identificado e o que vai na auditoria e no razao de
      *    estoque dos reenvios.
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
           move "REJEITOS"                 to ses-programa
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
      *    Resolve o diretorio de dados da variavel de ambiente
      *    CURSODADOS e o ambiente (TEST/PROD) de CURSOAMB, para
      *    teste e producao rodarem lado a lado sem recompilar;
                  "/arquivo" delimited by size
                                         into ws-arq-arquivo
           end-string
           initialize ws-arq-sessoes
           string ws-dir-dados delimited by space
                  "/sessoes" delimited by size
                                         into ws-arq-sessoes
           end-string
           initialize ws-arq-movestoque
           string ws-dir-dados delimited by space
                  "/movestoque" delimited by size
                                         into ws-arq-movestoque
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
           accept ws-jor-data from date yyyymmdd
           initialize ws-arq-audit-log
           string ws-dir-dados delimited by space
      *---------------------------------------------------------------*
           close rejeitados
           close arquivo
           close movestoque
           close arq-jornal
           close audit-log
           close retencao-log
           if ws-cat-aberta-sim
              close categoria
           end-if
           perform 045-sessaoFecha
              thru 045-sessaoFecha-fim
           stop run.
