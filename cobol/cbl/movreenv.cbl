       IDENTIFICATION DIVISION.
       PROGRAM-ID. movreenv.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Reemissao de uma sequencia antiga do feed de saida: repoe
      *    em movimento.dat, com o MESMO numero e o MESMO conteudo, a
      *    copia que movdia.cbl guardou em enviados/movimento-SSSSS.dat
      *    na noite em que gerou a sequencia (regerar pela trilha daria
      *    o estado de hoje do cadastro, nao o que foi mandado). A
      *    sequencia vem do parametro MOVREENVSEQ (parametro.cbl;
      *    zeros = nada a reemitir). Antes de tocar em movimento.dat a
      *    copia e conferida inteira: header com a sequencia pedida,
      *    trailer com a quantidade de registros lidos e a mesma
      *    quantidade anotada no controle de envios "movenvio". A
      *    reemissao conta no controle (reenvios), atualiza a data do
      *    envio e volta a situacao para P, aguardando o novo ACK;
      *    movdia.seq nao muda. Roda fora do batch noturno, depois que
      *    o receptor ja levou o feed da noite (movimento.dat e
      *    substituido). Relatorio em movreenv.txt; copia ausente ou
      *    inconsistente termina com codigo de retorno 8.
      *---------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
      *---------------------------------------------------------------*
           select movenvio      ASSIGN using ws-arq-movenvio
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is env-chave.
           select movcopia      ASSIGN using ws-arq-movcopia
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select movimento     ASSIGN using ws-arq-movimento
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select movreenv-rpt  ASSIGN using ws-arq-movreenv-rpt
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
      *---------------------------------------------------------------*
       data division.
       file section.
      *---------------------------------------------------------------*
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

           fd movcopia.
           01 cop-registro.
              02 cop-tipo              pic x(001).
              02 filler                pic x(050).
           01 cop-header.
              02 coph-tipo             pic x(001).
              02 coph-data             pic x(008).
              02 coph-seq              pic x(005).
           01 cop-trailer.
              02 copt-tipo             pic x(001).
              02 copt-qtde             pic x(007).

           fd movimento.
           01 mov-registro             pic x(051).

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

           fd movreenv-rpt.
           01 rpt-linha                pic x(132).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-movenvio              pic x(064)  value spaces.
       01 ws-arq-movcopia              pic x(080)  value spaces.
       01 ws-arq-movimento             pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-movreenv-rpt          pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

       01 ws-seq-pedida                pic 9(005)  value zeros.
       01 ws-copia-ok                  pic x(001)  value "N".
          88 ws-copia-ok-sim           value "S".
       01 ws-copia-erro                pic x(060)  value spaces.
       01 ws-copia-linhas              pic 9(007)  value zeros.
       01 ws-copia-dados               pic 9(007)  value zeros.
       01 ws-copia-header              pic x(001)  value "N".
          88 ws-copia-header-sim       value "S".
       01 ws-copia-trailer             pic x(001)  value "N".
          88 ws-copia-trailer-sim      value "S".
       01 ws-copia-qtde                pic 9(007)  value zeros.
       01 ws-total-gravados            pic 9(007)  value zeros.
      *---------------------------------------------------------------*
       procedure division.
      *---------------------------------------------------------------*
       001-INICIO.
           perform 005-ambiente
              thru 005-ambiente-fim
           if not ws-amb-ok-sim
              go to 999-fim
           end-if
           accept ws-data-exec             from date yyyymmdd
           accept ws-hora-exec             from time
      *    sequencia a reemitir no parametro MOVREENVSEQ do arquivo
      *    central de parametros (parametro.cbl)
           open input parametros
           if ws-status = "00"
              initialize prm-registro
              move "MOVREENVSEQ"           to prm-nome
              read parametros
              if (ws-status = "00" or "02") and
                 prm-valor(1:9) is numeric
                 move prm-valor(5:5)       to ws-seq-pedida
              end-if
              close parametros
           end-if
           open output movreenv-rpt
           if ws-status <> "00"
              display "MOVREENV: erro de abertura no arq "
                      "{MOVREENV.TXT}, FS: (" ws-status
                      ") - encerrando"
              go to 999-fim
           end-if
           initialize rpt-linha
           string "REEMISSAO DE SEQUENCIA DO FEED DE SAIDA "
                  ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           if ws-seq-pedida = 0
              move "MOVREENVSEQ zerado ou ausente - nada a reemitir"
                                           to rpt-linha
              write rpt-linha
              display "MOVREENV: MOVREENVSEQ zerado - nada a reemitir"
              go to 999-fim
           end-if
           perform 100-leControle
              thru 100-leControle-fim
           perform 200-confereCopia
              thru 200-confereCopia-fim
           if not ws-copia-ok-sim
              initialize rpt-linha
              string "REEMISSAO RECUSADA seq " ws-seq-pedida ": "
                     ws-copia-erro         into rpt-linha
              end-string
              write rpt-linha
              display "MOVREENV: seq " ws-seq-pedida " recusada - "
                      ws-copia-erro
              move 8                       to return-code
              go to 999-fim
           end-if
           perform 300-repoeFeed
              thru 300-repoeFeed-fim
           perform 400-atualizaControle
              thru 400-atualizaControle-fim
           go to 999-fim.
      *---------------------------------------------------------------*
       100-leControle.
           open i-o movenvio
           if ws-status <> "00"
              initialize rpt-linha
              string "controle de envios (movenvio) ilegivel FS=("
                     ws-status ") - encerrando"
                                           into rpt-linha
              end-string
              write rpt-linha
              display "MOVREENV: erro de abertura no arq {MOVENVIO}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize env-registro
           move ws-seq-pedida              to env-seq
           read movenvio
           if ws-status <> "00" and "02"
              initialize rpt-linha
              string "sequencia " ws-seq-pedida
                     " nao consta do controle de envios - encerrando"
                                           into rpt-linha
              end-string
              write rpt-linha
              display "MOVREENV: seq " ws-seq-pedida
                      " fora do controle de envios"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize rpt-linha
           string "SEQUENCIA " env-seq " feed " env-data-feed
                  " enviada " env-data-envio
                  " qtde " env-qtde
                  " situacao " env-status
                  " reenvios " env-reenvios
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       100-leControle-fim.
           exit.
      *---------------------------------------------------------------*
      *    Primeira passada pela copia, so lendo: header com a
      *    sequencia pedida na primeira linha, trailer na ultima com a
      *    quantidade de registros de dados que vieram antes dele, e a
      *    mesma quantidade do controle de envios.
      *---------------------------------------------------------------*
       200-confereCopia.
           move "N"                        to ws-copia-ok
                                              ws-copia-header
                                              ws-copia-trailer
           move zeros                      to ws-copia-linhas
                                              ws-copia-dados
           initialize ws-arq-movcopia
           string ws-dir-dados delimited by space
                  "/enviados/movimento-" delimited by size
                  ws-seq-pedida ".dat" delimited by size
                                         into ws-arq-movcopia
           end-string
           open input movcopia
           if ws-status <> "00"
              initialize ws-copia-erro
              string "copia enviados/movimento-" ws-seq-pedida
                     ".dat ausente FS=(" ws-status ")"
                                           into ws-copia-erro
              end-string
              go to 200-confereCopia-fim
           end-if
           perform until exit
              read movcopia
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-copia-linhas
              evaluate true
              when ws-copia-linhas = 1
                 if coph-tipo = "H" and coph-seq is numeric
                    and coph-seq = ws-seq-pedida
                    move "S"               to ws-copia-header
                 end-if
              when ws-copia-trailer-sim
      *          linha depois do trailer: copia corrompida
                 move "N"                  to ws-copia-trailer
                 exit perform
              when copt-tipo = "T"
                 move "S"                  to ws-copia-trailer
                 if copt-qtde is numeric
                    move copt-qtde         to ws-copia-qtde
                 else
                    move 9999999           to ws-copia-qtde
                 end-if
              when other
                 add 1                     to ws-copia-dados
              end-evaluate
           end-perform
           close movcopia
           evaluate true
           when not ws-copia-header-sim
              move "copia sem header H da sequencia pedida"
                                           to ws-copia-erro
           when not ws-copia-trailer-sim
              move "copia sem trailer T na ultima linha"
                                           to ws-copia-erro
           when ws-copia-qtde not = ws-copia-dados
              initialize ws-copia-erro
              string "trailer com " ws-copia-qtde " registros, copia "
                     "com " ws-copia-dados
                                           into ws-copia-erro
              end-string
           when ws-copia-dados not = env-qtde
              initialize ws-copia-erro
              string "copia com " ws-copia-dados " registros, "
                     "controle com " env-qtde
                                           into ws-copia-erro
              end-string
           when other
              move "S"                     to ws-copia-ok
           end-evaluate
           .
       200-confereCopia-fim.
           exit.
      *---------------------------------------------------------------*
      *    Segunda passada: a copia conferida vai, linha por linha,
      *    para movimento.dat.
      *---------------------------------------------------------------*
       300-repoeFeed.
           move zeros                      to ws-total-gravados
           open input movcopia
           if ws-status <> "00"
              go to 300-repoeFeed-erro
           end-if
           open output movimento
           if ws-status <> "00"
              close movcopia
              go to 300-repoeFeed-erro
           end-if
           perform until exit
              read movcopia
              if ws-status <> "00"
                 exit perform
              end-if
              write mov-registro         from cop-registro
              add 1                        to ws-total-gravados
           end-perform
           close movcopia
           close movimento
           initialize rpt-linha
           string "movimento.dat reposto com " ws-total-gravados
                  " linhas (" ws-copia-dados " registros de dados)"
                                           into rpt-linha
           end-string
           write rpt-linha
           go to 300-repoeFeed-fim.
       300-repoeFeed-erro.
           initialize rpt-linha
           string "ERRO ao repor movimento.dat FS=(" ws-status
                  ") - reemissao nao feita"
                                           into rpt-linha
           end-string
           write rpt-linha
           display "MOVREENV: erro ao repor movimento.dat, FS: ("
                   ws-status ")"
           move 8                          to return-code
           go to 999-fim.
       300-repoeFeed-fim.
           exit.
      *---------------------------------------------------------------*
       400-atualizaControle.
           add 1                           to env-reenvios
           move ws-data-exec               to env-data-envio
           move ws-hora-exec               to env-hora-envio
           move "P"                        to env-status
           move zeros                      to env-data-ack
                                              env-hora-ack
           move spaces                     to env-motivo
           rewrite env-registro
           if ws-status <> "00" and "02"
              initialize rpt-linha
              string "AVISO: controle de envios nao regravado FS=("
                     ws-status ") - confira a situacao da sequencia"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 400-atualizaControle-fim
           end-if
           initialize rpt-linha
           string "SEQUENCIA " env-seq " REEMITIDA - reenvios "
                  env-reenvios ", aguardando ACK do receptor"
                                           into rpt-linha
           end-string
           write rpt-linha
           display "MOVREENV: seq " env-seq " reemitida com "
                   ws-copia-dados " movimentos em movimento.dat"
           .
       400-atualizaControle-fim.
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
           initialize ws-arq-movenvio
           string ws-dir-dados delimited by space
                  "/movenvio" delimited by size
                                         into ws-arq-movenvio
           end-string
           initialize ws-arq-movimento
           string ws-dir-dados delimited by space
                  "/movimento.dat" delimited by size
                                         into ws-arq-movimento
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-movreenv-rpt
           string ws-dir-dados delimited by space
                  "/movreenv.txt" delimited by size
                                         into ws-arq-movreenv-rpt
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close movenvio
           close movreenv-rpt
           stop run.
