      *    parametro opcional MOVDIADATA (AAAAMMDD) quando o batch
      *    roda depois da virada. Relatorio em movdia.txt; roda no
      *    batch noturno, como fimdia.cbl.
      *    Cada feed gerado fica guardado, linha por linha, em
      *    enviados/movimento-SSSSS.dat (SSSSS = sequencia) e entra no
      *    controle de envios "movenvio" com a data do feed, a data e
      *    hora do envio, a quantidade de registros e a situacao P
      *    (aguardando o ACK do receptor). O retorno do receptor e
      *    processado por movack.cbl e a reemissao de uma sequencia
      *    antiga, com o mesmo numero e o mesmo conteudo, sai da
      *    copia guardada por movreenv.cbl.
      *---------------------------------------------------------------*
       environment division.
       input-output section.
           select movdia-rpt    ASSIGN using ws-arq-movdia-rpt
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select movcopia      ASSIGN using ws-arq-movcopia
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select movenvio      ASSIGN using ws-arq-movenvio
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is env-chave.
      *---------------------------------------------------------------*
       data division.
       file section.
              02 arq-quantidade        pic 9(005).

           fd audit-log.
           01 audit-registro           pic x(250).

           fd movdia-seq.
           01 seq-registro.

           fd movdia-rpt.
           01 rpt-linha                pic x(132).

           fd movcopia.
           01 cop-registro             pic x(051).

           fd movenvio.
           01 env-registro.
              02 env-chave.
                 03 env-seq            pic 9(005).
              02 env-data-feed         pic 9(008).
              02 env-data-envio        pic 9(008).
              02 env-hora-envio        pic 9(008).
              02 env-qtde              pic 9(007).
              02 env-status            pic x(001).
                 88 env-status-pendente  value "P".
                 88 env-status-aceito    value "A".
                 88 env-status-rejeitado value "R".
              02 env-data-ack          pic 9(008).
              02 env-hora-ack          pic 9(008).
              02 env-motivo            pic x(040).
              02 env-reenvios          pic 9(003).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-movimento             pic x(064)  value spaces.
       01 ws-arq-movdia-rpt            pic x(064)  value spaces.
       01 ws-arq-movcopia              pic x(080)  value spaces.
       01 ws-arq-movenvio              pic x(064)  value spaces.
       01 ws-dir-enviados              pic x(080)  value spaces.
       01 ws-copia-ok                  pic x(001)  value "N".
          88 ws-copia-ok-sim           value "S".
       01 ws-envio-ok                  pic x(001)  value "N".
          88 ws-envio-ok-sim           value "S".
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
              thru 150-sequencia-fim
           perform 200-geraFeed
              thru 200-geraFeed-fim
           perform 850-guardaCopia
              thru 850-guardaCopia-fim
           perform 860-registraEnvio
              thru 860-registraEnvio-fim
           perform 800-gravaSequencia
              thru 800-gravaSequencia-fim
           perform 900-imprimeResumo
           .
       800-gravaSequencia-fim.
           exit.
      *---------------------------------------------------------------*
      *    Guarda o feed recem-fechado, linha por linha, em
      *    enviados/movimento-SSSSS.dat: e dessa copia que movreenv.cbl
      *    reemite a sequencia depois, com o mesmo conteudo. A
      *    reemissao no mesmo dia substitui a copia da sequencia.
      *---------------------------------------------------------------*
       850-guardaCopia.
           move "N"                        to ws-copia-ok
           call "CBL_CREATE_DIR" using ws-dir-enviados
           initialize ws-arq-movcopia
           string ws-dir-dados delimited by space
                  "/enviados/movimento-" delimited by size
                  ws-seq-corrente ".dat" delimited by size
                                         into ws-arq-movcopia
           end-string
           open input movimento
           if ws-status <> "00"
              initialize rpt-linha
              string "AVISO: movimento.dat ilegivel para a copia FS=("
                     ws-status ") - sequencia sem copia para reemissao"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 850-guardaCopia-fim
           end-if
           open output movcopia
           if ws-status <> "00"
              initialize rpt-linha
              string "AVISO: copia em enviados nao gravada FS=("
                     ws-status ") - sequencia sem copia para reemissao"
                                           into rpt-linha
              end-string
              write rpt-linha
              close movimento
              go to 850-guardaCopia-fim
           end-if
           perform until exit
              read movimento
              if ws-status <> "00"
                 exit perform
              end-if
              write cop-registro         from mov-registro
           end-perform
           close movimento
           close movcopia
           move "S"                        to ws-copia-ok
           .
       850-guardaCopia-fim.
           exit.
      *---------------------------------------------------------------*
      *    Controle de envios: uma linha por sequencia, com a
      *    situacao P ate o ACK/NAK do receptor chegar (movack.cbl).
      *    Regerar no mesmo dia regrava a mesma sequencia e volta a
      *    situacao para P - o receptor vai receber o feed de novo.
      *---------------------------------------------------------------*
       860-registraEnvio.
           move "N"                        to ws-envio-ok
           open i-o movenvio
           if ws-status = "35"
              open output movenvio
              close movenvio
              open i-o movenvio
           end-if
           if ws-status <> "00" and "05"
              initialize rpt-linha
              string "AVISO: controle de envios nao aberto FS=("
                     ws-status ") - sequencia fora do controle de ACK"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 860-registraEnvio-fim
           end-if
           initialize env-registro
           move ws-seq-corrente            to env-seq
           read movenvio
           if ws-status = "00" or "02"
              add 1                        to env-reenvios
           else
              initialize env-registro
              move ws-seq-corrente         to env-seq
           end-if
           move ws-data-apurada            to env-data-feed
           accept env-data-envio           from date yyyymmdd
           accept env-hora-envio           from time
           move ws-total-gravados          to env-qtde
           move "P"                        to env-status
           move zeros                      to env-data-ack
                                              env-hora-ack
           move spaces                     to env-motivo
           if env-reenvios > 0
              rewrite env-registro
           else
              write env-registro
           end-if
           if ws-status = "00" or "02"
              move "S"                     to ws-envio-ok
           else
              initialize rpt-linha
              string "AVISO: controle de envios nao gravado FS=("
                     ws-status ") - sequencia fora do controle de ACK"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           close movenvio
           .
       860-registraEnvio-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           initialize rpt-linha
              end-string
              write rpt-linha
           end-if
           if ws-copia-ok-sim
              initialize rpt-linha
              string "COPIA PARA REEMISSAO: enviados/movimento-"
                     ws-seq-corrente ".dat"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           if ws-envio-ok-sim
              initialize rpt-linha
              string "CONTROLE DE ENVIO: sequencia " ws-seq-corrente
                     " aguardando ACK do receptor (movack.cbl)"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           display "MOVDIA: feed seq " ws-seq-corrente " com "
                   ws-total-gravados " movimentos em movimento.dat"
           .
                  "/movdia.txt" delimited by size
                                         into ws-arq-movdia-rpt
           end-string
           initialize ws-arq-movenvio
           string ws-dir-dados delimited by space
                  "/movenvio" delimited by size
                                         into ws-arq-movenvio
           end-string
           initialize ws-dir-enviados
           string ws-dir-dados delimited by space
                  "/enviados" delimited by size
                                         into ws-dir-enviados
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
