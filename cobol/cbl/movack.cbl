       IDENTIFICATION DIVISION.
       PROGRAM-ID. movack.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Retorno (ACK/NAK) do feed de saida movimento.dat: le o
      *    arquivo de retorno do receptor, movimento.ret, uma linha
      *    por sequencia de feed:
      *      01-05  sequencia do feed (a do header de movimento.dat)
      *      06     A = aceito, R = rejeitado
      *      07-46  motivo (texto livre do receptor)
      *    e anota a situacao no controle de envios "movenvio" que
      *    movdia.cbl alimenta a cada feed gerado. Sequencia de
      *    retorno fora do controle, ou com situacao invalida, sai
      *    como excecao e nao mexe em nada. Processado, o retorno e
      *    guardado em enviados/retorno-AAAAMMDD-HHMMSSCC.ret, para
      *    nao ser lido de novo (uma reemissao volta a sequencia para
      *    P e um retorno velho reaplicado daria a reemissao por
      *    aceita). Em seguida lista as sequencias ainda sem ACK ha
      *    mais de MOVACKDIAS dias (parametro.cbl, padrao 3) desde o
      *    ultimo envio e as rejeitadas a reemitir (movreenv.cbl).
      *    Relatorio em movack.txt; roda no batch noturno, antes do
      *    MOVDIA da noite.
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
           select retorno       ASSIGN using ws-arq-retorno
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select movack-rpt    ASSIGN using ws-arq-movack-rpt
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

           fd retorno.
           01 ret-registro.
              02 ret-seq               pic x(005).
              02 ret-status            pic x(001).
              02 ret-motivo            pic x(040).

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

           fd movack-rpt.
           01 rpt-linha                pic x(132).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-movenvio              pic x(064)  value spaces.
       01 ws-arq-retorno               pic x(080)  value spaces.
       01 ws-arq-retorno-lido          pic x(080)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-movack-rpt            pic x(064)  value spaces.
       01 ws-dir-enviados              pic x(080)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

       01 ws-ack-dias                  pic 9(003)  value 3.
       01 ws-ret-seq                   pic 9(005)  value zeros.

       01 ws-total-retornos            pic 9(007)  value zeros.
       01 ws-total-aceitos             pic 9(007)  value zeros.
       01 ws-total-rejeitados          pic 9(007)  value zeros.
       01 ws-total-excecoes            pic 9(007)  value zeros.
       01 ws-total-controle            pic 9(007)  value zeros.
       01 ws-total-sem-ack             pic 9(007)  value zeros.
       01 ws-total-a-reemitir          pic 9(007)  value zeros.

      *    idade em dias de uma data (mesma conta de 900-calculaDias
      *    em painel.cbl)
       01 ws-cnv-data                  pic 9(008)  value zeros.
       01 redefines ws-cnv-data.
          02 ws-cnv-ano                pic 9(004).
          02 ws-cnv-mes                pic 9(002).
          02 ws-cnv-dia                pic 9(002).
       01 ws-cnv-quartos               pic 9(004)  value zeros.
       01 ws-cnv-resto                 pic 9(002)  value zeros.
       01 ws-cnv-dias                  pic 9(007)  value zeros.
       01 tab-cumDias                  pic x(036)  value
           "000031059090120151181212243273304334".
       01 redefines tab-cumDias.
          02 tb-cumDias                pic 9(003)  occurs 12.
       01 ws-dias-hoje                 pic 9(007)  value zeros.
       01 ws-idade-dias                pic 9(007)  value zeros.
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
           move ws-data-exec               to ws-cnv-data
           perform 900-calculaDias
              thru 900-calculaDias-fim
           move ws-cnv-dias                to ws-dias-hoje
      *    prazo do ACK no parametro MOVACKDIAS do arquivo central de
      *    parametros (parametro.cbl); ausente = 3 dias
           open input parametros
           if ws-status = "00"
              initialize prm-registro
              move "MOVACKDIAS"            to prm-nome
              read parametros
              if (ws-status = "00" or "02") and
                 prm-valor(1:9) is numeric
                 move prm-valor(7:3)       to ws-ack-dias
              end-if
              close parametros
           end-if
           perform 100-abreArquivos
              thru 100-abreArquivos-fim
           perform 200-processaRetorno
              thru 200-processaRetorno-fim
           perform 400-listaPendentes
              thru 400-listaPendentes-fim
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           go to 999-fim.
      *---------------------------------------------------------------*
       100-abreArquivos.
           open output movack-rpt
           if ws-status <> "00"
              display "MOVACK: erro de abertura no arq {MOVACK.TXT}, "
                      "FS: (" ws-status ") - encerrando"
              go to 999-fim
           end-if
           open i-o movenvio
           if ws-status = "35"
              open output movenvio
              close movenvio
              open i-o movenvio
           end-if
           if ws-status <> "00" and "05"
              display "MOVACK: erro de abertura no arq {MOVENVIO}, "
                      "FS: (" ws-status ") - encerrando"
              go to 999-fim
           end-if
           initialize rpt-linha
           string "RETORNO (ACK/NAK) DO FEED DE SAIDA "
                  ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           .
       100-abreArquivos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Aplica cada linha de movimento.ret no controle de envios;
      *    sem retorno no diretorio de dados a noite so lista as
      *    pendencias.
      *---------------------------------------------------------------*
       200-processaRetorno.
           open input retorno
           if ws-status <> "00"
              initialize rpt-linha
              string "NENHUM RETORNO RECEBIDO (movimento.ret ausente "
                     "FS=(" ws-status "))"
                                           into rpt-linha
              end-string
              write rpt-linha
              move spaces                  to rpt-linha
              write rpt-linha
              go to 200-processaRetorno-fim
           end-if
           move "RETORNOS RECEBIDOS"       to rpt-linha
           write rpt-linha
           perform until exit
              read retorno
              if ws-status <> "00"
                 exit perform
              end-if
              if ret-registro = spaces
                 exit perform cycle
              end-if
              add 1                        to ws-total-retornos
              perform 210-aplicaRetorno
                 thru 210-aplicaRetorno-fim
           end-perform
           close retorno
           move spaces                     to rpt-linha
           write rpt-linha
           perform 250-guardaRetorno
              thru 250-guardaRetorno-fim
           .
       200-processaRetorno-fim.
           exit.
      *---------------------------------------------------------------*
       210-aplicaRetorno.
           if ret-seq not numeric
              add 1                        to ws-total-excecoes
              initialize rpt-linha
              string "  EXCECAO: sequencia invalida [" ret-seq
                     "] - linha ignorada"  into rpt-linha
              end-string
              write rpt-linha
              go to 210-aplicaRetorno-fim
           end-if
           move ret-seq                    to ws-ret-seq
           if ret-status not = "A" and "R"
              add 1                        to ws-total-excecoes
              initialize rpt-linha
              string "  EXCECAO: seq " ws-ret-seq
                     " situacao invalida [" ret-status
                     "] - use A ou R"      into rpt-linha
              end-string
              write rpt-linha
              go to 210-aplicaRetorno-fim
           end-if
           initialize env-registro
           move ws-ret-seq                 to env-seq
           read movenvio
           if ws-status <> "00" and "02"
              add 1                        to ws-total-excecoes
              initialize rpt-linha
              string "  EXCECAO: seq " ws-ret-seq
                     " nao consta do controle de envios"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 210-aplicaRetorno-fim
           end-if
           move ret-status                 to env-status
           move ws-data-exec               to env-data-ack
           move ws-hora-exec               to env-hora-ack
           move ret-motivo                 to env-motivo
           rewrite env-registro
           if ws-status <> "00" and "02"
              add 1                        to ws-total-excecoes
              initialize rpt-linha
              string "  EXCECAO: seq " ws-ret-seq
                     " nao regravada no controle FS=(" ws-status ")"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 210-aplicaRetorno-fim
           end-if
           initialize rpt-linha
           if env-status-aceito
              add 1                        to ws-total-aceitos
              string "  seq " env-seq " feed " env-data-feed
                     " qtde " env-qtde " ACEITA"
                                           into rpt-linha
              end-string
           else
              add 1                        to ws-total-rejeitados
              string "  seq " env-seq " feed " env-data-feed
                     " qtde " env-qtde " REJEITADA motivo="
                     env-motivo            into rpt-linha
              end-string
           end-if
           write rpt-linha
           .
       210-aplicaRetorno-fim.
           exit.
      *---------------------------------------------------------------*
      *    Tira o retorno processado do caminho, com data e hora no
      *    nome, no subdiretorio enviados (junto das copias dos
      *    feeds).
      *---------------------------------------------------------------*
       250-guardaRetorno.
           call "CBL_CREATE_DIR" using ws-dir-enviados
           accept ws-hora-exec             from time
           initialize ws-arq-retorno-lido
           string ws-dir-dados delimited by space
                  "/enviados/retorno-" delimited by size
                  ws-data-exec "-" ws-hora-exec ".ret"
                                           delimited by size
                                         into ws-arq-retorno-lido
           end-string
           call "CBL_RENAME_FILE" using ws-arq-retorno
                                        ws-arq-retorno-lido
           if return-code not = 0
              initialize rpt-linha
              string "AVISO: movimento.ret nao foi guardado em "
                     "enviados - retire-o antes da proxima noite"
                                           into rpt-linha
              end-string
              write rpt-linha
              move zeros                   to return-code
           end-if
           .
       250-guardaRetorno-fim.
           exit.
      *---------------------------------------------------------------*
      *    Percorre o controle inteiro: sequencia ainda em P ha mais
      *    de MOVACKDIAS dias do ultimo envio e sequencia rejeitada
      *    (R) entram na lista de pendencias.
      *---------------------------------------------------------------*
       400-listaPendentes.
           initialize rpt-linha
           string "SEQUENCIAS SEM ACK HA MAIS DE " ws-ack-dias
                  " DIAS E REJEITADAS A REEMITIR"
                                           into rpt-linha
           end-string
           write rpt-linha
           move low-values                 to env-chave
           start movenvio key not < env-chave
           if ws-status <> "00" and "02"
              go to 400-listaPendentes-sai
           end-if
           perform until exit
              read movenvio next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              add 1                        to ws-total-controle
              evaluate true
              when env-status-pendente
                 move env-data-envio       to ws-cnv-data
                 perform 910-idade
                    thru 910-idade-fim
                 if ws-idade-dias > ws-ack-dias
                    add 1                  to ws-total-sem-ack
                    initialize rpt-linha
                    string "  seq " env-seq " feed " env-data-feed
                           " enviada " env-data-envio
                           " qtde " env-qtde
                           " SEM ACK HA " ws-idade-dias " DIAS"
                           " reenvios=" env-reenvios
                                           into rpt-linha
                    end-string
                    write rpt-linha
                 end-if
              when env-status-rejeitado
                 add 1                     to ws-total-a-reemitir
                 initialize rpt-linha
                 string "  seq " env-seq " feed " env-data-feed
                        " enviada " env-data-envio
                        " REJEITADA em " env-data-ack
                        " motivo=" env-motivo
                                           into rpt-linha
                 end-string
                 write rpt-linha
              end-evaluate
           end-perform
           .
       400-listaPendentes-sai.
           if ws-total-sem-ack = 0 and ws-total-a-reemitir = 0
              move "  (nenhuma)"           to rpt-linha
              write rpt-linha
           end-if
           move spaces                     to rpt-linha
           write rpt-linha
           .
       400-listaPendentes-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           initialize rpt-linha
           string "RETORNOS LIDOS.............: " ws-total-retornos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "   ACEITOS.................: " ws-total-aceitos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "   REJEITADOS..............: " ws-total-rejeitados
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "   EXCECOES................: " ws-total-excecoes
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "SEQUENCIAS NO CONTROLE.....: " ws-total-controle
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "SEM ACK ALEM DO PRAZO......: " ws-total-sem-ack
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "REJEITADAS A REEMITIR......: " ws-total-a-reemitir
                                           into rpt-linha
           end-string
           write rpt-linha
           display "MOVACK: " ws-total-retornos " retornos, "
                   ws-total-sem-ack " sem ACK alem do prazo, "
                   ws-total-a-reemitir " rejeitadas"
           .
       900-imprimeResumo-fim.
           exit.
      *---------------------------------------------------------------*
       900-calculaDias.
           divide ws-cnv-ano          by 4
                                  giving ws-cnv-quartos
                               remainder ws-cnv-resto
           compute ws-cnv-dias = (ws-cnv-ano * 365)
                               + ws-cnv-quartos
                               + tb-cumDias(ws-cnv-mes)
                               + ws-cnv-dia
           if ws-cnv-resto = 0 and ws-cnv-mes < 3
              subtract 1               from ws-cnv-dias
           end-if
           .
       900-calculaDias-fim.
           exit.
      *---------------------------------------------------------------*
      *    Idade, em dias, da data ja deixada em ws-cnv-data; datas
      *    invalidas ou futuras contam como idade zero.
      *---------------------------------------------------------------*
       910-idade.
           move zeros                      to ws-idade-dias
           if ws-cnv-data not numeric or ws-cnv-mes < 1
                                      or ws-cnv-mes > 12
              go to 910-idade-fim
           end-if
           perform 900-calculaDias
              thru 900-calculaDias-fim
           if ws-cnv-dias < ws-dias-hoje
              compute ws-idade-dias = ws-dias-hoje - ws-cnv-dias
           end-if
           .
       910-idade-fim.
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
           initialize ws-arq-retorno
           string ws-dir-dados delimited by space
                  "/movimento.ret" delimited by size
                                         into ws-arq-retorno
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-movack-rpt
           string ws-dir-dados delimited by space
                  "/movack.txt" delimited by size
                                         into ws-arq-movack-rpt
           end-string
           initialize ws-dir-enviados
           string ws-dir-dados delimited by space
                  "/enviados" delimited by size
                                         into ws-dir-enviados
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close movenvio
           close movack-rpt
           stop run.
