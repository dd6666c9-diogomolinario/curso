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
              02 ver-categoria         pic 9(003).
              02 ver-valor             pic 9(009)v99.
              02 ver-quantidade        pic 9(005).
              02 ver-execucao          pic x(018).

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
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-sessoes               pic x(064)  value spaces.
       01 ws-ses-chave                 pic x(032)  value spaces.
       01 ws-ses-aberta                pic x(001)  value "N".
          88 ws-ses-aberta-sim         value "S".
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-versoes               pic x(064)  value spaces.
       01 ws-arq-audit-log             pic x(080)  value spaces.
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
           move "APROVA"                   to ses-programa
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
       200-contaPendentes.
           move zeros                      to ws-pendentes
                  "/arquivo" delimited by size
                                         into ws-arq-arquivo
           end-string
           initialize ws-arq-sessoes
           string ws-dir-dados delimited by space
                  "/sessoes" delimited by size
                                         into ws-arq-sessoes
           end-string
           initialize ws-arq-usuarios
           string ws-dir-dados delimited by space
                  "/usuarios" delimited by size
           close audit-log
           close retencao-log
           close arq-jornal
           perform 045-sessaoFecha
              thru 045-sessaoFecha-fim
           stop run.
