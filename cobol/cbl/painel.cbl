      *      - data do arquivo-AAAAMMDD.bkp mais novo (ate 60 dias
      *        para tras);
      *      - entradas de auditoria gravadas HOJE;
      *      - totais de "arquivo" por situacao (e os excluidos);
      *      - a ultima execucao do noturno.cbl (noturno.jor): data
      *        da ultima NOITE CONCLUIDA, passos executados e passos
      *        dispensados pelo calendario (SKIPPED).
      *    Cada linha ganha a marca OK, ATRASADO (informacao com
      *    mais de um dia) ou AUSENTE, para o olho bater direto no
      *    que falhou. Feed, carga e backup parados porque a ultima
      *    noite dispensou CARGA ou COPIARQ pelo calendario (feriado,
      *    fim de semana) ganham a marca CALENDARIO em vez de
      *    ATRASADO. So consulta - nada e alterado. Roda sozinho;
      *    ENTER ou ESC encerram.
      *---------------------------------------------------------------*
       environment division.
           select backup-seq    ASSIGN using ws-nome-backup
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select diario-jor    ASSIGN using ws-arq-diario-jor
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
      *---------------------------------------------------------------*
       data division.
       file section.
           01 log-registro             pic x(080).

           fd audit-log.
           01 audit-registro           pic x(250).

           fd backup-seq.
           01 bkp-registro             pic x(054).

           fd diario-jor.
           01 jor-registro.
              02 jor-data              pic x(008).
              02 filler                pic x(010).
              02 jor-evento            pic x(008).
              02 filler                pic x(007).
              02 jor-passo             pic x(008).
              02 filler                pic x(039).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-arq-carga-log             pic x(064)  value spaces.
       01 ws-arq-audit-log             pic x(080)  value spaces.
       01 ws-nome-backup               pic x(080)  value spaces.
       01 ws-arq-diario-jor            pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-aud-info                  pic x(040)  value spaces.
       01 ws-aud-flag                  pic x(010)  value spaces.
       01 ws-sit-info                  pic x(070)  value spaces.
       01 ws-not-info                  pic x(040)  value spaces.
       01 ws-not-flag                  pic x(010)  value spaces.

       01 ws-seq-data                  pic 9(008)  value zeros.
       01 ws-seq-num                   pic 9(005)  value zeros.
       01 ws-cnt-outras                pic 9(007)  value zeros.
       01 ws-cnt-excluidos             pic 9(007)  value zeros.

      *    ultima execucao do noturno.cbl: um passo (INICIO, SKIPPED
      *    ou PULADO) depois de uma linha de fecho (NOITE CONCLUIDA,
      *    FALHA, AVISO ou TRAVA) comeca a contagem de novo
       01 ws-not-conclusao             pic 9(008)  value zeros.
       01 ws-not-executados            pic 9(003)  value zeros.
       01 ws-not-dispensados           pic 9(003)  value zeros.
       01 ws-not-falhas                pic 9(003)  value zeros.
       01 ws-not-linhas                pic 9(007)  value zeros.
       01 ws-not-fechada               pic x(001)  value "S".
          88 ws-not-fechada-sim        value "S".
       01 ws-not-sem-carga             pic x(001)  value "N".
          88 ws-not-sem-carga-sim      value "S".
       01 ws-not-sem-copia             pic x(001)  value "N".
          88 ws-not-sem-copia-sim      value "S".

      *    varredura dos backups datados, de hoje para tras (mesmo
      *    calendario de recebeData-validaDia em inicio.cbl)
       01 ws-data-varre                pic 9(008)  value zeros.
             HIGHLIGHT.
          02 LINE 15 COLUMN 02 value "Cadastro.....:".
          02 line 15 column 17 pic x(062) from ws-sit-info.
          02 LINE 17 COLUMN 02 value "Noturno......:".
          02 line 17 column 17 pic x(040) from ws-not-info.
          02 line 17 column 60 pic x(010) from ws-not-flag
             HIGHLIGHT.
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tela1-lin23.
          02 LINE 23 COLUMN 02
              thru 500-contaAuditoria-fim
           perform 600-contaCadastro
              thru 600-contaCadastro-fim
           perform 700-leNoturno
              thru 700-leNoturno-fim
           display tela1
           initialize ws-mens
           move "ENTER ou ESC encerram o painel"
           .
       600-contaCadastro-fim.
           exit.
      *---------------------------------------------------------------*
      *    Ultima execucao do batch noturno pelo diario noturno.jor
      *    (mesmas posicoes de 800-anota em noturno.cbl: data na 1,
      *    evento na 19, passo na 34). Passo dispensado pelo
      *    calendario nao e falta: se a noite dispensou CARGA ou
      *    COPIARQ, o feed, a carga e o backup parados desde o ultimo
      *    dia util nao sao ATRASADO, sao CALENDARIO.
      *---------------------------------------------------------------*
       700-leNoturno.
           move "AUSENTE"                  to ws-not-flag
           move "noturno.jor nao encontrado"
                                           to ws-not-info
           open input diario-jor
           if ws-status <> "00"
              go to 700-leNoturno-fim
           end-if
           perform until exit
              read diario-jor
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-not-linhas
              evaluate true
              when jor-evento = "INICIO" or "SKIPPED" or "PULADO"
                 if ws-not-fechada-sim
                    move "N"               to ws-not-fechada
                                              ws-not-sem-carga
                                              ws-not-sem-copia
                    move zeros             to ws-not-executados
                                              ws-not-dispensados
                                              ws-not-falhas
                 end-if
                 if jor-evento = "SKIPPED"
                    add 1                  to ws-not-dispensados
                    if jor-passo = "CARGA"
                       move "S"            to ws-not-sem-carga
                    end-if
                    if jor-passo = "COPIARQ"
                       move "S"            to ws-not-sem-copia
                    end-if
                 end-if
              when jor-evento = "FIM"
                 add 1                     to ws-not-executados
              when jor-evento = "FALHA"
                 add 1                     to ws-not-falhas
                 move "S"                  to ws-not-fechada
              when jor-evento = "NOITE CO"
                 if jor-data is numeric
                    move jor-data          to ws-not-conclusao
                 end-if
                 move "S"                  to ws-not-fechada
              when jor-evento = "AVISO" or "TRAVA"
                 move "S"                  to ws-not-fechada
              end-evaluate
           end-perform
           close diario-jor
           if ws-not-linhas = 0
              go to 700-leNoturno-fim
           end-if
           initialize ws-not-info
           string "noite " ws-not-conclusao(7:2) "/"
                  ws-not-conclusao(5:2) "/" ws-not-conclusao(1:4)
                  " exec=" ws-not-executados
                  " skipped=" ws-not-dispensados
                                           into ws-not-info
           end-string
           move ws-not-conclusao           to ws-cnv-data
           perform 910-idade
              thru 910-idade-fim
           evaluate true
           when ws-not-falhas > 0
              move "FALHA"                 to ws-not-flag
           when ws-not-conclusao = 0 or ws-idade-dias > 1
              move "ATRASADO"              to ws-not-flag
           when other
              move "OK"                    to ws-not-flag
           end-evaluate
           if ws-not-sem-carga-sim
              if ws-feed-flag = "ATRASADO"
                 move "CALENDARIO"         to ws-feed-flag
              end-if
              if ws-carga-flag = "ATRASADO"
                 move "CALENDARIO"         to ws-carga-flag
              end-if
           end-if
           if ws-not-sem-copia-sim and ws-bkp-flag = "ATRASADO"
              move "CALENDARIO"            to ws-bkp-flag
           end-if
           .
       700-leNoturno-fim.
           exit.
      *---------------------------------------------------------------*
       900-calculaDias.
           divide ws-cnv-ano          by 4
                  "/carga.log" delimited by size
                                         into ws-arq-carga-log
           end-string
           initialize ws-arq-diario-jor
           string ws-dir-dados delimited by space
                  "/noturno.jor" delimited by size
                                         into ws-arq-diario-jor
           end-string
           accept ws-data-exec from date yyyymmdd
           initialize ws-arq-audit-log
           string ws-dir-dados delimited by space
