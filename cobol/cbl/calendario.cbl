       IDENTIFICATION DIVISION.
       PROGRAM-ID. calendario.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Manutencao do calendario de dias nao uteis "calendario"
      *    (indexado pela data AAAAMMDD), lido pelo noturno.cbl para
      *    decidir os passos do plano que so rodam em dia util, no
      *    primeiro ou no ultimo dia util do mes. Cada data leva:
      *      tipo      F = feriado, N = outro dia nao util (ponte,
      *                recesso, dia sem expediente do destino)
      *      descricao texto livre ate 30 (sai no diario noturno.jor
      *                como motivo do passo dispensado)
      *    Sabado e domingo nunca sao dia util e nao precisam ser
      *    cadastrados. Identificacao do operador como em
      *    parametro.cbl (perfil A ou O) e toda gravacao sai na
      *    trilha de auditoria; telas no estilo de categoria.cbl, com
      *    a consulta comecando no mes corrente.
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
           select calendario    ASSIGN using ws-arq-calendario
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is cal-chave.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is prm-chave.
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is usu-chave.
           select seguranca-log ASSIGN using ws-arq-seguranca-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select audit-log     ASSIGN using ws-arq-audit-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
      *---------------------------------------------------------------*
       data division.
       file section.
      *---------------------------------------------------------------*
           fd calendario.
           01 cal-registro.
              02 cal-chave.
                 03 cal-data           pic 9(008).
              02 cal-tipo              pic x(001).
                 88 cal-tipo-feriado   value "F".
                 88 cal-tipo-naoutil   value "N".
              02 cal-descricao         pic x(030).

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

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

           fd audit-log.
           01 audit-registro           pic x(220).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-registro.
          02 ws-data                   pic 9(008).
          02 redefines ws-data.
             03 ws-aaCal               pic 9(004).
             03 ws-mmCal               pic 9(002).
             03 ws-ddCal               pic 9(002).
          02 ws-tipo                   pic x(001).
             88 ws-tipo-feriado        value "F".
             88 ws-tipo-naoutil        value "N".
          02 ws-descricao              pic x(030).
       01 ws-tipo-antes                pic x(001)  value spaces.
       01 ws-acao                      pic x(008)  value spaces.

       01 tab-ddMes                    pic x(024)  value
           "312831303130313130313031".
       01 redefines tab-ddMes.
          02 tb-ddMes                  pic 9(002)  occurs 12.
       01 ws-CalcAno.
          02 ws-intAno                 pic 9(004)  value zeros.
          02 ws-restoAno               pic 9(002)  value zeros.

       01 tb-consulta.
          02 occurs 16.
             03 tb-data                pic 9(008).
             03 tb-data-fmt            pic x(010).
             03 tb-tipo                pic x(001).
             03 tb-descricao           pic x(030).
       01 tab-lin                      pic x(032)  value
           "06070809101112131415161718192021".
       01 redefines tab-lin.
          02 tb-lin                    pic 9(002)  occurs 16.
       01 ws-consulta-achou             pic x(001)  value "N".
          88 ws-consulta-achou-sim      value "S".

       01 ws-usu-id                    pic x(008)  value spaces.
       01 ws-usu-senha                 pic x(008)  value spaces.
       01 ws-logon-ok                  pic x(001)  value "N".
          88 ws-logon-ok-sim           value "S".
       01 ws-logon-tentativas          pic 9(001)  value zeros.
       01 ws-aud-usuario               pic x(020)  value spaces.
       01 ws-aud-terminal              pic x(020)  value spaces.
       01 ws-aud-operacao              pic x(011)  value spaces.
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

       01 ws-seg-max-falhas            pic 9(002)  value 3.
       01 ws-seg-evento                pic x(010)  value spaces.
       01 ws-arq-seguranca-log         pic x(064)  value spaces.
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-calendario            pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-audit-log             pic x(080)  value spaces.
       01 ws-status                    pic x(002)  value spaces.
       01 ws-mens                      pic x(067)  value spaces.
       01 ws-opc                       pic x(001)  value spaces.
       01 idxm                         pic 9(003)  value zeros.
       01 ind                          pic 9(003)  value zeros.
       01 ind1                         pic 9(003)  value zeros.
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
          02 LINE 01 COLUMN 01 value
             "  Inclusao   Alteracao   Exclusao   Consulta   Sair".
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 26
             "CALENDARIO DE DIAS NAO UTEIS"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 04 COLUMN 01 value " Data.....:   /  /".
          02 LINE 05 COLUMN 01 value " Tipo.....:".
          02 LINE 05 COLUMN 17 value "(F=feriado N=dia nao util)".
          02 LINE 06 COLUMN 01 value " Descricao:".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tela1-lin23.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12 from WS-MENS HIGHLIGHT.
       01 tela1-inc.
          02 LINE 01 COLUMN 03
             "Inclusao"   HIGHLIGHT REVERSE-VIDEO.
       01 tela1-alt.
          02 LINE 01 COLUMN 14
             "Alteracao"  HIGHLIGHT REVERSE-VIDEO.
       01 tela1-exc.
          02 LINE 01 COLUMN 26
             "Exclusao"  HIGHLIGHT REVERSE-VIDEO.
       01 tela1-con.
          02 LINE 01 COLUMN 37
             "Consulta"  HIGHLIGHT REVERSE-VIDEO.
       01 tela1-sai.
          02 LINE 01 COLUMN 48
             "Sair"  HIGHLIGHT REVERSE-VIDEO.
       01 acc-ddCal.
          02 line 04 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(002) using ws-ddCal blank zeros.
       01 acc-mmCal.
          02 line 04 col 16 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(002) using ws-mmCal blank zeros.
       01 acc-aaCal.
          02 line 04 col 19 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(004) using ws-aaCal blank zeros.
       01 acc-tipo.
          02 line 05 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-tipo UPPER.
       01 acc-descricao.
          02 line 06 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(030) using ws-descricao UPPER.
       01 tela1-conf.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12
             pic x(060) from WS-MENS HIGHLIGHT.
          02 line 23 column 76
             "[ ]" HIGHLIGHT REVERSE-VIDEO.
          02 line 23 column 77  BACKGROUND-COLOR 1 HIGHLIGHT
             pic x using ws-opc UPPER.
       01 tela2 blank screen.
          02 LINE 01 COLUMN 01 value
             "  Inclusao   Alteracao   Exclusao   Consulta   Sair".
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 26
             "CALENDARIO DE DIAS NAO UTEIS"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 04 COL 1 value "  Data       Tipo Descricao".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tl2-linConsulta.
          02 line ws-line column 03
               pic x(010) using tb-data-fmt(ind).
          02 line ws-line column 15
               pic x(001) using tb-tipo(ind).
          02 line ws-line column 19
               pic x(030) using tb-descricao(ind).
          02 line ws-line column 02
               pic x(001) from spaces.
          02 line ws-line column 13
               pic x(002) from spaces.
          02 line ws-line column 16
               pic x(003) from spaces.
          02 line ws-line column 49
               pic x(030) from spaces.
       01 tl2-linConsulta2  HIGHLIGHT REVERSE-VIDEO.
          02 line ws-line column 03
               pic x(010) using tb-data-fmt(ind).
          02 line ws-line column 15
               pic x(001) using tb-tipo(ind).
          02 line ws-line column 19
               pic x(030) using tb-descricao(ind).
          02 line ws-line column 02
               pic x(001) from spaces.
          02 line ws-line column 13
               pic x(002) from spaces.
          02 line ws-line column 16
               pic x(003) from spaces.
          02 line ws-line column 49
               pic x(030) from spaces.
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
           OPEN I-O calendario
           if ws-status = "35"
              open output calendario
              close calendario
              open i-o calendario
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {CALENDARIO}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open extend audit-log
           if ws-status = "35"
              open output audit-log
              close audit-log
              open extend audit-log
           end-if
           display tela1
           INITIALIZE ws-mens
           display tela1-lin23
           move 1                          to idxm
           display tela1-inc
           perform 050-recebeMenu
              thru 050-recebeMenu-fim
           go 999-fim.
      *---------------------------------------------------------------*
      *    Identificacao do operador contra o arquivo de usuarios, com
      *    o mesmo controle de falhas, bloqueio e eventos em
      *    seguranca.log de parametro.cbl - o calendario decide o que
      *    o batch noturno roda, entao trainee nao entra.
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
              move "Calendario so para perfil A ou O, tecle ENTER"
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
       050-recebeMenu.
      *---------------------------------------------------------------*
           initialize ws-mens
           string "Utilize setas "
                    x"e28690"
                " "
                    x"e28692"
                " do teclado e Enter p/ opcao, "
                "ESC=Encerra"
                                         into ws-mens
           end-string
           display tela1-lin23
           accept ws-opc at 2378
           evaluate true
           when esc-key
              display tela1-sai
              go 050-recebeMenu-fim
           when left-key
              subtract 1                 from idxm
              if idxm = 0
                 move 5                    to idxm
              end-if
           when right-key
              add 1                        to idxm
              if idxm = 6
                 move 1                    to idxm
              end-if
           when up-key
              continue
           when down-key
              continue
           when enter-key
               evaluate idxm
               when 1
                  display tela1-inc
                  perform 100-inclusao
                     thru 100-inclusao-fim
               when 2
                  display tela1-alt
                  perform 200-alteracao
                     thru 200-alteracao-fim
               when 3
                  display tela1-exc
                  perform 300-exclusao
                     thru 300-exclusao-fim
               when 4
                  display tela2
                          tela1-con
                  display tela1-lin23
                  perform 400-consulta
                     thru 400-consulta-fim
                  accept tela1-conf
               when 5
                  display tela1-sai
                  go 050-recebeMenu-fim
               end-evaluate
           end-evaluate

           display tela1
           evaluate idxm
           when 1
              display tela1-inc
           when 2
              display tela1-alt
           when 3
              display tela1-exc
           when 4
              display tela2
              display tela1-con
           when 5
              display tela1-sai
           end-evaluate.

           go 050-recebeMenu.

       050-recebeMenu-fim.
           exit.
      *---------------------------------------------------------------*
       100-inclusao.
      *---------------------------------------------------------------*

       100-inclusaoData.
           initialize ws-registro
           display acc-ddCal
                   acc-mmCal
                   acc-aaCal
                   acc-tipo
                   acc-descricao
           perform recebeData
              thru recebeDataFim
           if esc-key
              go 100-inclusao-fim
           end-if
           initialize cal-registro
           move ws-data                    to cal-data
           read calendario with no lock
           if ws-status = "00" or "02"
              move cal-tipo                to ws-tipo
              move cal-descricao           to ws-descricao
              display acc-tipo
                      acc-descricao
              initialize ws-mens
              move "Data ja cadastrada, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-inclusao
           end-if
           .
       100-inclusaoTipo.
           perform recebeTipo
              thru recebeTipo-Fim
           if esc-key
              go 100-inclusaoData
           end-if
           .
       100-inclusaoDescricao.
           perform recebeDescricao
              thru recebeDescricao-Fim
           if esc-key
              go 100-inclusaoTipo
           end-if
           .
       100-inclusao-grava.
           initialize ws-opc
           move "Confirma a gravacao? <S/N>"
                                           to ws-mens
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              go 100-inclusaoDescricao
           end-if
           initialize ws-opc
           initialize cal-registro
           move ws-data                    to cal-data
           move ws-tipo                    to cal-tipo
           move ws-descricao               to cal-descricao
           write cal-registro
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de gravacao no arq {CALENDARIO}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           else
              move "INCLUI"                to ws-acao
              move spaces                  to ws-tipo-antes
              perform 700-audita
                 thru 700-audita-fim
           end-if
           .
       100-inclusao-fim.
           exit.
      *---------------------------------------------------------------*
       200-alteracao.
      *---------------------------------------------------------------*

       200-alteracaoData.
           initialize ws-registro
           display acc-ddCal
                   acc-mmCal
                   acc-aaCal
                   acc-tipo
                   acc-descricao
           perform recebeData
              thru recebeDataFim
           if esc-key
              go 200-alteracao-fim
           end-if
       200-alteracaoData-le.
           initialize cal-registro
           move ws-data                    to cal-data
           read calendario with lock
           if ws-status = "51"
              initialize ws-mens
              move "Registro em uso, ENTER=Repete, ESC=Desiste"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              if esc-key
                 go 200-alteracao-fim
              end-if
              go 200-alteracaoData-le
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Data nao cadastrada, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 200-alteracaoData
           end-if
           move cal-tipo                   to ws-tipo
                                              ws-tipo-antes
           move cal-descricao              to ws-descricao
           display acc-tipo
                   acc-descricao
           .
       200-alteracaoTipo.
           perform recebeTipo
              thru recebeTipo-Fim
           if esc-key
              unlock calendario
              go 200-alteracaoData
           end-if
           .
       200-alteracaoDescricao.
           perform recebeDescricao
              thru recebeDescricao-Fim
           if esc-key
              go 200-alteracaoTipo
           end-if
           .
       200-alteracao-grava.
           initialize ws-opc
           move "Confirma a gravacao? <S/N>"
                                           to ws-mens
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              go 200-alteracaoDescricao
           end-if
           initialize ws-opc
           initialize cal-registro
           move ws-data                    to cal-data
           move ws-tipo                    to cal-tipo
           move ws-descricao               to cal-descricao
           rewrite cal-registro
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de alteracao no arq {CALENDARIO}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           else
              move "ALTERA"                to ws-acao
              perform 700-audita
                 thru 700-audita-fim
           end-if
           .
       200-alteracao-fim.
           unlock calendario
           exit.
      *---------------------------------------------------------------*
      *    Exclusao fisica da data: o dia volta a ser util para o
      *    noturno.cbl (se nao cair em sabado ou domingo).
      *---------------------------------------------------------------*
       300-exclusao.
       300-exclusaoData.
           initialize ws-registro
           display acc-ddCal
                   acc-mmCal
                   acc-aaCal
                   acc-tipo
                   acc-descricao
           perform recebeData
              thru recebeDataFim
           if esc-key
              go 300-exclusao-fim
           end-if
       300-exclusaoData-le.
           initialize cal-registro
           move ws-data                    to cal-data
           read calendario with lock
           if ws-status = "51"
              initialize ws-mens
              move "Registro em uso, ENTER=Repete, ESC=Desiste"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              if esc-key
                 go 300-exclusao-fim
              end-if
              go 300-exclusaoData-le
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Data nao cadastrada, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-exclusaoData
           end-if
           move cal-tipo                   to ws-tipo
                                              ws-tipo-antes
           move cal-descricao              to ws-descricao
           display acc-tipo
                   acc-descricao
           .
       300-exclusao-grava.
           initialize ws-opc
           move "Confirma a exclusao? <S/N>"
                                           to ws-mens
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              unlock calendario
              go 300-exclusaoData
           end-if
           initialize ws-opc
           delete calendario record
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de exclusao no arq {CALENDARIO}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           else
              move "EXCLUI"                to ws-acao
              move spaces                  to ws-tipo
              perform 700-audita
                 thru 700-audita-fim
           end-if
           .
       300-exclusao-fim.
           unlock calendario
           exit.
      *---------------------------------------------------------------*
      *    Consulta a partir do dia 1 do mes corrente; as setas
      *    deslizam a janela para os meses anteriores e seguintes.
      *---------------------------------------------------------------*
       400-consulta.
      *---------------------------------------------------------------*
           perform 400-consulta-limpa

           initialize cal-registro
                      ind
                      tb-consulta
           perform 400-consulta-next
           perform 400-consulta-exibe
           move 1                          to ind
           if ind > 0
              perform 400-consulta-tela
              go 400-consulta-fim
           end-if

           .
           exit.
      *---------------------------------------------------------------*
       400-consulta-next.

           initialize ind
           accept ws-data-exec from date yyyymmdd
           move ws-data-exec               to cal-data
           move 01                         to cal-data(7:2)
           start calendario key not < cal-chave
           if ws-status <> "00" and "02"
      *       nada do mes corrente em diante: mostra o fim da tabela
              move 99999999                to cal-data
              start calendario key not > cal-chave
           end-if
           perform until exit
               read calendario next with no lock
               if ws-status <> "00" and "02"
                  exit perform
               end-if
               add 1                       to ind
               if ind > 16
                  read calendario previous with no lock
                  exit perform
               end-if
               perform 400-consulta-carrega-tab
           end-perform
           unlock calendario

           .
           exit.
      *---------------------------------------------------------------*
      *    Desliza tb-consulta uma linha para tras (mesma mecanica de
      *    400-consulta-deslizaCima em categoria.cbl).
      *---------------------------------------------------------------*
       400-consulta-deslizaCima.
           initialize cal-registro
           move "N"                        to ws-consulta-achou
           move tb-data(1)                 to cal-data
           start calendario key is less than cal-chave
           if ws-status <> "00" and "02"
              go 400-consulta-deslizaCima-fim
           end-if
           read calendario previous with no lock
           if ws-status = "00" or "02"
              move "S"                     to ws-consulta-achou
           end-if
           unlock calendario
           if ws-consulta-achou-sim
              perform varying ind1 from 16 by -1 until ind1 = 1
                 move tb-data(ind1 - 1)      to tb-data(ind1)
                 move tb-data-fmt(ind1 - 1)  to tb-data-fmt(ind1)
                 move tb-tipo(ind1 - 1)      to tb-tipo(ind1)
                 move tb-descricao(ind1 - 1) to tb-descricao(ind1)
              end-perform
              move 1                       to ind1
              perform 400-consulta-carregaLinha
           end-if
           .
       400-consulta-deslizaCima-fim.
           exit.
      *---------------------------------------------------------------*
       400-consulta-deslizaBaixo.
           initialize cal-registro
           move "N"                        to ws-consulta-achou
           move tb-data(16)                to cal-data
           start calendario key is greater than cal-chave
           if ws-status <> "00" and "02"
              go 400-consulta-deslizaBaixo-fim
           end-if
           read calendario next with no lock
           if ws-status = "00" or "02"
              move "S"                     to ws-consulta-achou
           end-if
           unlock calendario
           if ws-consulta-achou-sim
              perform varying ind1 from 1 by 1 until ind1 = 16
                 move tb-data(ind1 + 1)      to tb-data(ind1)
                 move tb-data-fmt(ind1 + 1)  to tb-data-fmt(ind1)
                 move tb-tipo(ind1 + 1)      to tb-tipo(ind1)
                 move tb-descricao(ind1 + 1) to tb-descricao(ind1)
              end-perform
              move 16                      to ind1
              perform 400-consulta-carregaLinha
           end-if
           .
       400-consulta-deslizaBaixo-fim.
           exit.
      *---------------------------------------------------------------*
       400-consulta-exibe.

           perform varying ind from 1 by 1 until ind > 16 or
              tb-data(ind) = 0
              move tb-lin(ind)             to ws-line
              display tl2-linConsulta
           end-perform

           .
           exit.
       400-consulta-carrega-tab.

           move ind                        to ind1
           perform 400-consulta-carregaLinha

           .
           exit.
       400-consulta-carregaLinha.

           move cal-data                   to tb-data(ind1)
           initialize tb-data-fmt(ind1)
           string cal-data(7:2) "/" cal-data(5:2) "/" cal-data(1:4)
                                         into tb-data-fmt(ind1)
           end-string
           move cal-tipo                   to tb-tipo(ind1)
           move cal-descricao              to tb-descricao(ind1)

           .
           exit.
       400-consulta-tela.

           move tb-lin(ind)                to ws-line
           display tl2-linConsulta2
           initialize ws-mens
           string "Utilize setas "
                  x"e28691"
                  " "
                  x"e28693"
                  " do teclado, ESC=Encerra"
                                         into ws-mens
           end-string
           display tela1-lin23
           perform until exit
               accept ws-opc at 2378
               evaluate true
               when up-key
                 display tl2-linConsulta
                 subtract 1              from ind
                 if ind = 0
                    perform 400-consulta-deslizaCima
                       thru 400-consulta-deslizaCima-fim
                    if ws-consulta-achou-sim
                       perform 400-consulta-exibe
                    end-if
                    move 1                 to ind
                 end-if
                 move tb-lin(ind)          to ws-line
                 display tl2-linConsulta2
               when down-key
                 display tl2-linConsulta
                 add 1                     to ind
                 if ind = 17
                    perform 400-consulta-deslizaBaixo
                       thru 400-consulta-deslizaBaixo-fim
                    if ws-consulta-achou-sim
                       perform 400-consulta-exibe
                    end-if
                    move 16                to ind
                 end-if
                 perform varying ind1 from 1 by 1 until ind1 > 16 or
                        tb-data(ind1) = 0
                 end-perform
                 if ind1 < 16
                    if tb-data(ind1) = 0
                       subtract 1        from ind1
                       move ind1           to ind
                    end-if
                 end-if
                 move tb-lin(ind)          to ws-line
                 display tl2-linConsulta2
               when esc-key
                 perform 400-consulta-limpa
                 perform 400-consulta-exibe
                 exit perform
               end-evaluate
           end-perform

           .
           exit.

       400-consulta-limpa.

           initialize tb-consulta
           perform varying ind from 1 by 1 until ind > 16
              move tb-lin(ind)             to ws-line
              display tl2-linConsulta
           end-perform

           .
           exit.
      *---------------------------------------------------------------*
       400-consulta-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha de auditoria da manutencao do calendario, no prefixo
      *    padrao de 700-audita de parametro.cbl, com a data, a acao
      *    (INCLUI/ALTERA/EXCLUI) e o tipo antes e depois. Operacao
      *    propria (CALENDARIO) para nao se confundir com movimento
      *    do cadastro nos programas que tabulam a trilha.
      *---------------------------------------------------------------*
       700-audita.
           move "CALENDARIO"               to ws-aud-operacao
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize audit-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-aud-operacao
                  " usuario=" ws-aud-usuario
                  " terminal=" ws-aud-terminal
                  " data=" ws-data
                  " acao=" ws-acao
                  " tipo=[" ws-tipo-antes "/" ws-tipo "]"
                  " descricao=[" ws-descricao "]"
                                           into audit-registro
           end-string
           write audit-registro
           .
       700-audita-fim.
           exit.
      *---------------------------------------------------------------*
       recebeData.
      *---------------------------------------------------------------*
       recebeDataDia.

           initialize ws-mens
           move "Digite o dia, ESC=Sair"
                                           to ws-mens
           display tela1-lin23
           accept acc-ddCal
           if esc-key
              go recebeDataFim
           end-if
           if ws-ddCal = 0 or ws-ddCal > 31
              move "Dia invalido, informe de 01 a 31"
                                        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDataDia
           end-if

           .
       recebeDataMes.

           initialize ws-mens
           move "Digite o mes, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-mmCal
           if esc-key
              go recebeDataDia
           end-if
           if ws-mmCal = 0 or ws-mmCal > 12
              move "Mes invalido, informe de 01 a 12"
                                        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDataMes
           end-if

           .
       recebeDataAno.

           initialize ws-mens
           move "Digite o ano, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-aaCal
           if esc-key
              go recebeDataMes
           end-if
           if ws-aaCal = 0
              move "Ano nao informado"  to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDataAno
           end-if
           perform recebeData-validaDia
              thru recebeData-validaDia-fim
           if ws-ddCal > tb-ddMes(ws-mmCal)
              move "Dia invalido para o mes/ano informado"
                                        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDataDia
           end-if

           .
      *---------------------------------------------------------------*
      *    Confere o dia contra o numero de dias do mes informado,
      *    inclusive fevereiro em ano bissexto (mesma regra de
      *    recebeData-validaDia em inicio.cbl).
      *---------------------------------------------------------------*
       recebeData-validaDia.
           move 28                        to tb-ddMes(2)
           initialize ws-CalcAno
           divide ws-aaCal                by 4
                                       giving ws-intAno
                                    remainder ws-restoAno
           if ws-restoAno = 0
              move 29                     to tb-ddMes(2)
           end-if
           .
       recebeData-validaDia-fim.
           exit.
       recebeDataFim.
           exit.
      *---------------------------------------------------------------*
       recebeTipo.
      *---------------------------------------------------------------*
           initialize ws-mens
           move "Digite o tipo (F/N), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-tipo
           if esc-key
              go recebeTipo-Fim
           end-if
           if not ws-tipo-feriado and not ws-tipo-naoutil
              move "Tipo invalido, use F ou N"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeTipo
           end-if
           .
       recebeTipo-Fim.
           exit.
      *---------------------------------------------------------------*
       recebeDescricao.
      *---------------------------------------------------------------*
           initialize ws-mens
           move "Digite a descricao do dia, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-descricao
           if esc-key
              go recebeDescricao-Fim
           end-if
           if ws-descricao = spaces
              move "Descricao nao informada"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDescricao
           end-if
           .
       recebeDescricao-Fim.
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
           initialize ws-arq-calendario
           string ws-dir-dados delimited by space
                  "/calendario" delimited by size
                                         into ws-arq-calendario
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
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
           accept ws-data-exec from date yyyymmdd
           initialize ws-arq-audit-log
           string ws-dir-dados delimited by space
                  "/auditoria-" delimited by size
                  ws-data-exec(1:6) ".log" delimited by size
                                         into ws-arq-audit-log
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
      *---------------------------------------------------------------*
           close calendario
           close audit-log
           stop run.
