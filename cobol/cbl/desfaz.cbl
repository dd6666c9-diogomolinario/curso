       IDENTIFICATION DIVISION.
       PROGRAM-ID. desfaz.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Desfaz de uma vez uma rodada em massa inteira - uma
      *    execucao EFETIVA de lote.cbl, um reajusta.cbl ou uma fusao
      *    confirmada em fusao.cbl - pelo numero de execucao que a
      *    rodada carimbou nas versoes, na auditoria e no jornal
      *    (LT, RJ ou FU + data + hora, 18 posicoes; DF para uma
      *    rodada deste mesmo programa, que tambem pode ser desfeita).
      *    Dirigido pelos parametros do arquivo central (mantidos em
      *    parametro.cbl):
      *      DESFAZEXEC  numero de execucao a desfazer
      *      DESFAZMODO  PREVIA   - so lista o que voltaria e o que
      *                             seria recusado, nada muda
      *                  EFETIVA  - devolve os registros
      *    As imagens vem do jornal de recuperacao do dia da rodada
      *    (e do dia anterior, para a fusao de uma sessao que virou
      *    a meia-noite): para cada codigo vale a imagem ANTES da
      *    primeira linha da rodada e a imagem DEPOIS da ultima. Um
      *    registro so volta se ainda estiver exatamente como a
      *    rodada o deixou; registro alterado de novo depois dela,
      *    ou que nao existe mais, e RECUSADO e listado, e registro
      *    que ja esta na imagem anterior (rodada ja desfeita) e so
      *    informado. No modo EFETIVA cada devolucao segue o mesmo
      *    caminho de qualquer alteracao: versao da imagem atual,
      *    regravacao, linha do jornal, linha de auditoria
      *    (ALTERACAO; RECUPERACAO/EXCLUSAO quando a exclusao logica
      *    muda, com a linha de retencao que o expurgo le) e, quando
      *    a quantidade muda, o movimento de estoque que mantem o
      *    kardex fechado com arq-quantidade. Tudo sai carimbado com
      *    o numero de execucao DF da propria rodada de desfazer.
      *    Relatorio em desfaz.txt.
      *---------------------------------------------------------------*
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
      *---------------------------------------------------------------*
       input-output section.
       file-control.
      *---------------------------------------------------------------*
           select arquivo       ASSIGN using ws-arq-arquivo
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is arq-chave
                  alternate record key is arq-descricao
                                       with duplicates.
           select versoes       ASSIGN using ws-arq-versoes
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ver-chave.
           select movestoque    ASSIGN using ws-arq-movestoque
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is mve-chave.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select desfazwork    ASSIGN using ws-arq-desfazwork
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is wrk-chave.
           select jornal-ent    ASSIGN using ws-nome-jornal
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select desfaz-rpt    ASSIGN using ws-arq-desfaz-rpt
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select audit-log     ASSIGN using ws-arq-audit-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select retencao-log  ASSIGN using ws-arq-retencao-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select arq-jornal    ASSIGN using ws-arq-arq-jornal
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
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

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

      *    Uma linha por codigo tocado pela rodada: imagem de antes
      *    da primeira linha do jornal e imagem de depois da ultima.
           fd desfazwork.
           01 wrk-registro.
              02 wrk-chave.
                 03 wrk-codigo         pic 9(005).
              02 wrk-antes             pic x(054).
              02 wrk-depois            pic x(054).
              02 wrk-imagens           pic 9(005).

           fd jornal-ent.
           01 ent-registro             pic x(150).

           fd desfaz-rpt.
           01 rpt-linha                pic x(132).

           fd audit-log.
           01 audit-registro           pic x(250).

           fd retencao-log.
           01 retencao-registro        pic x(080).

           fd arq-jornal.
           01 jor-registro             pic x(150).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-versoes               pic x(064)  value spaces.
       01 ws-arq-movestoque            pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-desfazwork            pic x(064)  value spaces.
       01 ws-arq-desfaz-rpt            pic x(064)  value spaces.
       01 ws-arq-audit-log             pic x(064)  value spaces.
       01 ws-arq-retencao-log          pic x(064)  value spaces.
       01 ws-arq-arq-jornal            pic x(080)  value spaces.
       01 ws-nome-jornal               pic x(080)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-execucao                  pic x(018)  value spaces.

       01 ws-modo                      pic x(008)  value spaces.
          88 ws-modo-previa            value "PREVIA".
          88 ws-modo-efetiva           value "EFETIVA".
       01 ws-exec-alvo                 pic x(018)  value spaces.
       01 redefines ws-exec-alvo.
          02 ws-alvo-origem            pic x(002).
             88 ws-alvo-origem-ok      value "LT" "RJ" "FU" "DF".
          02 ws-alvo-data              pic 9(008).
          02 redefines ws-alvo-data.
             03 ws-alvo-aa             pic 9(004).
             03 ws-alvo-mm             pic 9(002).
             03 ws-alvo-dd             pic 9(002).
          02 ws-alvo-hora              pic 9(008).
       01 ws-alvo-numeros              pic x(016)  value spaces.

       01 ws-par-ok                    pic x(001)  value "N".
          88 ws-par-ok-sim             value "S".
       01 ws-prm-nome                  pic x(012)  value spaces.
       01 ws-prm-valor                 pic x(050)  value spaces.
       01 ws-prm-achou                 pic x(001)  value "N".
          88 ws-prm-achou-sim          value "S".

      *    Dia anterior ao da rodada (mesma tabela de dias por mes de
      *    lote.cbl, com fevereiro acertado no ano bissexto).
       01 tab-ddMes                    pic x(024)  value
           "312831303130313130313031".
       01 redefines tab-ddMes.
          02 tb-ddMes                  pic 9(002)  occurs 12.
       01 ws-CalcAno.
          02 ws-intAno                 pic 9(004)  value zeros.
          02 ws-restoAno               pic 9(002)  value zeros.
       01 ws-data-jornal               pic 9(008)  value zeros.
       01 redefines ws-data-jornal.
          02 ws-jnl-aa                 pic 9(004).
          02 ws-jnl-mm                 pic 9(002).
          02 ws-jnl-dd                 pic 9(002).

      *    Imagem posicional de uma linha de arqjornal, espelhando o
      *    STRING de 430-jornal em lote.cbl (numero de execucao nas
      *    colunas 131-148).
       01 ws-jor-linha                 pic x(150)  value spaces.
       01 redefines ws-jor-linha.
          02 lin-jor-data              pic 9(008).
          02 filler                    pic x(001).
          02 lin-jor-hora              pic x(008).
          02 filler                    pic x(001).
          02 lin-jor-operacao          pic x(001).
          02 filler                    pic x(001).
          02 lin-jor-antes             pic x(054).
          02 filler                    pic x(001).
          02 lin-jor-depois            pic x(054).
          02 filler                    pic x(001).
          02 lin-jor-execucao          pic x(018).
          02 filler                    pic x(002).
       01 redefines ws-jor-linha.
          02 filler                    pic x(020).
          02 lin-jor-antes-codigo      pic 9(005).
          02 filler                    pic x(125).

      *    Imagens de um registro no layout de arq-registro: como
      *    esta agora, como a rodada deixou e como estava antes dela.
       01 ws-atu-registro.
          02 ws-atu-codigo             pic 9(005).
          02 ws-atu-descricao          pic x(020).
          02 ws-atu-dtTeste            pic 9(008).
          02 ws-atu-excluido           pic x(001).
          02 ws-atu-situacao           pic x(001).
          02 ws-atu-categoria          pic 9(003).
          02 ws-atu-valor              pic 9(009)v99.
          02 ws-atu-quantidade         pic 9(005).
       01 ws-dep-registro.
          02 ws-dep-codigo             pic 9(005).
          02 ws-dep-descricao          pic x(020).
          02 ws-dep-dtTeste            pic 9(008).
          02 ws-dep-excluido           pic x(001).
          02 ws-dep-situacao           pic x(001).
          02 ws-dep-categoria          pic 9(003).
          02 ws-dep-valor              pic 9(009)v99.
          02 ws-dep-quantidade         pic 9(005).
       01 ws-ant-registro.
          02 ws-ant-codigo             pic 9(005).
          02 ws-ant-descricao          pic x(020).
          02 ws-ant-dtTeste            pic 9(008).
          02 ws-ant-excluido           pic x(001).
          02 ws-ant-situacao           pic x(001).
          02 ws-ant-categoria          pic 9(003).
          02 ws-ant-valor              pic 9(009)v99.
          02 ws-ant-quantidade         pic 9(005).
       01 ws-imp-rotulo                pic x(017)  value spaces.
       01 ws-imp-registro.
          02 ws-imp-codigo             pic 9(005).
          02 ws-imp-descricao          pic x(020).
          02 ws-imp-dtTeste            pic 9(008).
          02 ws-imp-excluido           pic x(001).
          02 ws-imp-situacao           pic x(001).
          02 ws-imp-categoria          pic 9(003).
          02 ws-imp-valor              pic 9(009)v99.
          02 ws-imp-quantidade         pic 9(005).
       01 ws-imp-valor-ed              pic z(008)9,99.
       01 ws-imp-qtde-ed               pic z(004)9.

       01 ws-situacao-reg              pic x(001)  value space.
          88 ws-reg-volta              value "V".
          88 ws-reg-ja-desfeito        value "J".
          88 ws-reg-alterado           value "A".
          88 ws-reg-sumiu              value "S".

       01 ws-aud-usuario               pic x(020)  value spaces.
       01 ws-aud-terminal              pic x(020)  value spaces.
       01 ws-aud-operacao              pic x(011)  value spaces.
       01 ws-ret-recupera              pic x(001)  value "N".
          88 ws-ret-recupera-sim       value "S".

       01 ws-jor-operacao              pic x(001)  value space.
       01 ws-jor-antes                 pic x(054)  value spaces.
       01 ws-jor-depois                pic x(054)  value spaces.

       01 ws-mve-tipo                  pic x(001)  value space.
       01 ws-mve-qtde                  pic 9(005)  value zeros.

       01 ws-total-linhas              pic 9(007)  value zeros.
       01 ws-total-imagens             pic 9(007)  value zeros.
       01 ws-total-outras-op           pic 9(007)  value zeros.
       01 ws-total-codigos             pic 9(007)  value zeros.
       01 ws-total-voltam              pic 9(007)  value zeros.
       01 ws-total-ja-desfeitos        pic 9(007)  value zeros.
       01 ws-total-recusados           pic 9(007)  value zeros.
       01 ws-total-aplicados           pic 9(007)  value zeros.
       01 ws-total-erros               pic 9(007)  value zeros.
      *---------------------------------------------------------------*
       procedure division.
      *---------------------------------------------------------------*
       001-INICIO.
           perform 005-ambiente
              thru 005-ambiente-fim
           if not ws-amb-ok-sim
              move 8                       to return-code
              go to 999-fim
           end-if
           accept ws-data-exec             from date yyyymmdd
           accept ws-hora-exec             from time
           initialize ws-execucao
           string "DF" ws-data-exec ws-hora-exec delimited by size
                                           into ws-execucao
           end-string
           accept ws-aud-usuario   from environment "LOGNAME"
           if ws-aud-usuario = spaces
              move "DESCONHECIDO"          to ws-aud-usuario
           end-if
           accept ws-aud-terminal  from environment "TERM"
           if ws-aud-terminal = spaces
              move "DESCONHECIDO"          to ws-aud-terminal
           end-if
           perform 100-leParametro
              thru 100-leParametro-fim
           if not ws-par-ok-sim
              move 8                       to return-code
              go to 999-fim
           end-if
           perform 150-abreArquivos
              thru 150-abreArquivos-fim
           perform 200-coletaJornal
              thru 200-coletaJornal-fim
           if ws-total-codigos = 0
              initialize rpt-linha
              string "NENHUMA LINHA DO JORNAL COM ESTA EXECUCAO - "
                     "NADA A DESFAZER"     into rpt-linha
              end-string
              write rpt-linha
              display "DESFAZ: execucao " ws-exec-alvo
                      " nao encontrada no jornal - nada a fazer"
              move 8                       to return-code
              go to 999-fim
           end-if
           perform 300-processa
              thru 300-processa-fim
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           go to 999-fim.
      *---------------------------------------------------------------*
       100-leParametro.
           move "N"                        to ws-par-ok
           open input parametros
           if ws-status <> "00"
              display "DESFAZ: arquivo de parametros ausente ou "
                      "ilegivel, FS: (" ws-status
                      ") - nada a fazer"
              go to 100-leParametro-fim
           end-if
           move "DESFAZMODO"               to ws-prm-nome
           perform 105-lePar
              thru 105-lePar-fim
           if ws-prm-achou-sim
              move ws-prm-valor(1:8)       to ws-modo
           end-if
           move "DESFAZEXEC"               to ws-prm-nome
           perform 105-lePar
              thru 105-lePar-fim
           if ws-prm-achou-sim
              move ws-prm-valor(1:18)      to ws-exec-alvo
           end-if
           close parametros
           if not ws-modo-previa and not ws-modo-efetiva
              display "DESFAZ: modo invalido em DESFAZMODO: " ws-modo
              go to 100-leParametro-fim
           end-if
           move ws-exec-alvo(3:16)         to ws-alvo-numeros
           if not ws-alvo-origem-ok or ws-alvo-numeros not numeric
              display "DESFAZ: numero de execucao invalido em "
                      "DESFAZEXEC: [" ws-exec-alvo "]"
              go to 100-leParametro-fim
           end-if
           if ws-alvo-mm < 1 or ws-alvo-mm > 12 or
              ws-alvo-dd < 1 or ws-alvo-dd > 31 or
              ws-alvo-data > ws-data-exec
              display "DESFAZ: data invalida no numero de execucao "
                      ws-exec-alvo
              go to 100-leParametro-fim
           end-if
           move "S"                        to ws-par-ok
           .
       100-leParametro-fim.
           exit.
      *---------------------------------------------------------------*
      *    Leitura de um parametro pelo nome em ws-prm-nome, como
      *    105-lePar de lote.cbl.
      *---------------------------------------------------------------*
       105-lePar.
           move "N"                        to ws-prm-achou
           initialize prm-registro
           move ws-prm-nome                to prm-nome
           read parametros
           if ws-status = "00" or "02"
              move "S"                     to ws-prm-achou
              move prm-valor               to ws-prm-valor
           else
              move spaces                  to ws-prm-valor
           end-if
           .
       105-lePar-fim.
           exit.
      *---------------------------------------------------------------*
       150-abreArquivos.
           open output desfaz-rpt
           if ws-status <> "00"
              display "DESFAZ: erro de abertura no arq {DESFAZ.TXT}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize rpt-linha
           string "DESFAZER RODADA EM MASSA - MODO " ws-modo
                  " - " ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "EXECUCAO DESFEITA: " ws-exec-alvo
                                           into rpt-linha
           end-string
           write rpt-linha
           if ws-modo-efetiva
              initialize rpt-linha
              string "EXECUCAO DESTE DESFAZER: " ws-execucao
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           move spaces                     to rpt-linha
           write rpt-linha
           if ws-modo-efetiva
              open i-o arquivo
           else
              open input arquivo
           end-if
           if ws-status <> "00"
              display "DESFAZ: erro de abertura no arq {ARQUIVO}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open output desfazwork
           close desfazwork
           open i-o desfazwork
           if ws-status <> "00"
              display "DESFAZ: erro de abertura no arq {DESFAZWORK}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           if ws-modo-previa
              go to 150-abreArquivos-fim
           end-if
           open i-o versoes
           if ws-status = "35"
              open output versoes
              close versoes
              open i-o versoes
           end-if
           if ws-status <> "00" and "05"
              display "DESFAZ: erro no arq {VERSOES}, FS: ("
                      ws-status ") - encerrando sem alterar"
              move 8                       to return-code
              go to 999-fim
           end-if
           open i-o movestoque
           if ws-status = "35"
              open output movestoque
              close movestoque
              open i-o movestoque
           end-if
           if ws-status <> "00" and "05"
              display "DESFAZ: erro no arq {MOVESTOQUE}, FS: ("
                      ws-status ") - encerrando sem alterar"
              move 8                       to return-code
              go to 999-fim
           end-if
           open extend audit-log
           if ws-status = "35"
              open output audit-log
              close audit-log
              open extend audit-log
           end-if
           if ws-status <> "00" and "05"
              display "DESFAZ: erro no arq {AUDITORIA}, FS: ("
                      ws-status ") - encerrando sem alterar"
              move 8                       to return-code
              go to 999-fim
           end-if
           open extend retencao-log
           if ws-status = "35"
              open output retencao-log
              close retencao-log
              open extend retencao-log
           end-if
           if ws-status <> "00" and "05"
              display "DESFAZ: erro no arq {RETENCAO}, FS: ("
                      ws-status ") - encerrando sem alterar"
              move 8                       to return-code
              go to 999-fim
           end-if
           .
       150-abreArquivos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Junta em desfazwork as linhas do jornal da rodada: o
      *    jornal do dia anterior primeiro (a fusao grava no jornal
      *    do dia em que a sessao abriu), depois o do dia da rodada.
      *    O jornal de saida so e aberto depois, porque pode ser o
      *    mesmo arquivo (desfazer no proprio dia da rodada).
      *---------------------------------------------------------------*
       200-coletaJornal.
           move ws-alvo-data               to ws-data-jornal
           perform 250-diaAnterior
              thru 250-diaAnterior-fim
           perform 210-leJornal
              thru 210-leJornal-fim
           move ws-alvo-data               to ws-data-jornal
           perform 210-leJornal
              thru 210-leJornal-fim
           if ws-modo-previa
              go to 200-coletaJornal-fim
           end-if
           open extend arq-jornal
           if ws-status = "35"
              open output arq-jornal
              close arq-jornal
              open extend arq-jornal
           end-if
           if ws-status <> "00" and "05"
              display "DESFAZ: erro no arq {ARQJORNAL}, FS: ("
                      ws-status ") - encerrando sem alterar"
              move 8                       to return-code
              go to 999-fim
           end-if
           .
       200-coletaJornal-fim.
           exit.
      *---------------------------------------------------------------*
       210-leJornal.
           initialize ws-nome-jornal
           string ws-dir-dados delimited by space
                  "/arqjornal-" delimited by size
                  ws-data-jornal ".log" delimited by size
                                         into ws-nome-jornal
           end-string
           open input jornal-ent
           if ws-status <> "00"
              go to 210-leJornal-fim
           end-if
           perform until exit
              read jornal-ent
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-total-linhas
              move ent-registro            to ws-jor-linha
              if ws-jor-linha(1:8) is numeric and
                 lin-jor-execucao = ws-exec-alvo
                 if lin-jor-operacao = "R"
                    add 1                  to ws-total-imagens
                    perform 220-guardaImagem
                       thru 220-guardaImagem-fim
                 else
                    add 1                  to ws-total-outras-op
                 end-if
              end-if
           end-perform
           close jornal-ent
           .
       210-leJornal-fim.
           exit.
      *---------------------------------------------------------------*
      *    Primeira linha do codigo guarda as duas imagens; as
      *    seguintes so trocam a imagem de depois.
      *---------------------------------------------------------------*
       220-guardaImagem.
           initialize wrk-registro
           move lin-jor-antes-codigo       to wrk-codigo
           read desfazwork
           if ws-status = "00" or "02"
              move lin-jor-depois          to wrk-depois
              add 1                        to wrk-imagens
              rewrite wrk-registro
           else
              initialize wrk-registro
              move lin-jor-antes-codigo    to wrk-codigo
              move lin-jor-antes           to wrk-antes
              move lin-jor-depois          to wrk-depois
              move 1                       to wrk-imagens
              write wrk-registro
              add 1                        to ws-total-codigos
           end-if
           if ws-status <> "00" and "02"
              add 1                        to ws-total-erros
              initialize rpt-linha
              string "ERRO NO ARQ DE TRABALHO codigo="
                     lin-jor-antes-codigo " FS=(" ws-status ")"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       220-guardaImagem-fim.
           exit.
      *---------------------------------------------------------------*
       250-diaAnterior.
           if ws-jnl-dd > 1
              subtract 1                   from ws-jnl-dd
              go to 250-diaAnterior-fim
           end-if
           if ws-jnl-mm > 1
              subtract 1                   from ws-jnl-mm
           else
              move 12                      to ws-jnl-mm
              subtract 1                   from ws-jnl-aa
           end-if
           move 28                         to tb-ddMes(2)
           initialize ws-CalcAno
           divide ws-jnl-aa           by 4
                                  giving ws-intAno
                               remainder ws-restoAno
           if ws-restoAno = 0
              move 29                      to tb-ddMes(2)
           end-if
           move tb-ddMes(ws-jnl-mm)        to ws-jnl-dd
           .
       250-diaAnterior-fim.
           exit.
      *---------------------------------------------------------------*
       300-processa.
           initialize wrk-registro
           start desfazwork key not < wrk-chave
           if ws-status <> "00" and "02"
              go to 300-processa-fim
           end-if
           perform until exit
              read desfazwork next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              perform 310-confere
                 thru 310-confere-fim
              evaluate true
              when ws-reg-volta
                 add 1                     to ws-total-voltam
                 if ws-modo-efetiva
                    perform 320-devolve
                       thru 320-devolve-fim
                 else
                    perform 330-listaVolta
                       thru 330-listaVolta-fim
                 end-if
              when ws-reg-ja-desfeito
                 add 1                     to ws-total-ja-desfeitos
                 initialize rpt-linha
                 string "JA DESFEITO codigo=" wrk-codigo
                        " - ja esta na imagem anterior a execucao"
                                           into rpt-linha
                 end-string
                 write rpt-linha
              when other
                 add 1                     to ws-total-recusados
                 perform 340-listaRecusa
                    thru 340-listaRecusa-fim
              end-evaluate
           end-perform
           .
       300-processa-fim.
           exit.
      *---------------------------------------------------------------*
      *    O registro so volta se ainda estiver byte a byte como a
      *    rodada o deixou; qualquer diferenca e alteracao posterior.
      *---------------------------------------------------------------*
       310-confere.
           move wrk-antes                  to ws-ant-registro
           move wrk-depois                 to ws-dep-registro
           initialize arq-registro
           move wrk-codigo                 to arq-codigo
           read arquivo
           if ws-status <> "00" and "02"
              move "S"                     to ws-situacao-reg
              initialize ws-atu-registro
              go to 310-confere-fim
           end-if
           move arq-registro               to ws-atu-registro
           evaluate true
           when ws-atu-registro = ws-dep-registro
              move "V"                     to ws-situacao-reg
           when ws-atu-registro = ws-ant-registro
              move "J"                     to ws-situacao-reg
           when other
              move "A"                     to ws-situacao-reg
           end-evaluate
           .
       310-confere-fim.
           exit.
      *---------------------------------------------------------------*
      *    Devolve a imagem anterior com a trilha completa de uma
      *    alteracao comum.
      *---------------------------------------------------------------*
       320-devolve.
           perform 420-versiona
              thru 420-versiona-fim
           move ws-ant-registro            to arq-registro
           rewrite arq-registro
           if ws-status <> "00" and "02"
              add 1                        to ws-total-erros
              initialize rpt-linha
              string "ERRO codigo=" wrk-codigo
                     " FS=(" ws-status ") - nao devolvido"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 320-devolve-fim
           end-if
           add 1                           to ws-total-aplicados
           move "R"                        to ws-jor-operacao
           move ws-atu-registro            to ws-jor-antes
           move ws-ant-registro            to ws-jor-depois
           perform 430-jornal
              thru 430-jornal-fim
           evaluate true
           when ws-atu-excluido = "S" and ws-ant-excluido not = "S"
              move "RECUPERACAO"           to ws-aud-operacao
              move "S"                     to ws-ret-recupera
              perform 410-retem
                 thru 410-retem-fim
           when ws-atu-excluido not = "S" and ws-ant-excluido = "S"
              move "EXCLUSAO"              to ws-aud-operacao
              move "N"                     to ws-ret-recupera
              perform 410-retem
                 thru 410-retem-fim
           when other
              move "ALTERACAO"             to ws-aud-operacao
           end-evaluate
           perform 400-audita
              thru 400-audita-fim
           if ws-ant-quantidade > ws-atu-quantidade
              move "E"                     to ws-mve-tipo
              compute ws-mve-qtde =
                      ws-ant-quantidade - ws-atu-quantidade
              perform 440-movimentaEstoque
                 thru 440-movimentaEstoque-fim
           end-if
           if ws-ant-quantidade < ws-atu-quantidade
              move "S"                     to ws-mve-tipo
              compute ws-mve-qtde =
                      ws-atu-quantidade - ws-ant-quantidade
              perform 440-movimentaEstoque
                 thru 440-movimentaEstoque-fim
           end-if
           move "DEVOLVIDO codigo="        to ws-imp-rotulo
           move ws-ant-registro            to ws-imp-registro
           perform 350-imprimeImagem
              thru 350-imprimeImagem-fim
           .
       320-devolve-fim.
           exit.
      *---------------------------------------------------------------*
       330-listaVolta.
           move "VOLTARIA codigo="         to ws-imp-rotulo
           move ws-atu-registro            to ws-imp-registro
           perform 350-imprimeImagem
              thru 350-imprimeImagem-fim
           move "   para imagem:"          to ws-imp-rotulo
           move ws-ant-registro            to ws-imp-registro
           perform 350-imprimeImagem
              thru 350-imprimeImagem-fim
           .
       330-listaVolta-fim.
           exit.
      *---------------------------------------------------------------*
       340-listaRecusa.
           initialize rpt-linha
           if ws-reg-sumiu
              string "RECUSADO codigo=" wrk-codigo
                     " - nao existe mais no cadastro"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 340-listaRecusa-fim
           end-if
           string "RECUSADO codigo=" wrk-codigo
                  " - alterado depois da execucao"
                                           into rpt-linha
           end-string
           write rpt-linha
           move "   hoje esta..:"          to ws-imp-rotulo
           move ws-atu-registro            to ws-imp-registro
           perform 350-imprimeImagem
              thru 350-imprimeImagem-fim
           move "   execucao deu:"         to ws-imp-rotulo
           move ws-dep-registro            to ws-imp-registro
           perform 350-imprimeImagem
              thru 350-imprimeImagem-fim
           .
       340-listaRecusa-fim.
           exit.
      *---------------------------------------------------------------*
       350-imprimeImagem.
           move ws-imp-valor               to ws-imp-valor-ed
           move ws-imp-quantidade          to ws-imp-qtde-ed
           initialize rpt-linha
           string ws-imp-rotulo
                  ws-imp-codigo
                  " [" ws-imp-descricao "]"
                  " dt=" ws-imp-dtTeste
                  " exc=" ws-imp-excluido
                  " sit=" ws-imp-situacao
                  " cat=" ws-imp-categoria
                  " valor=" ws-imp-valor-ed
                  " qtde=" ws-imp-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       350-imprimeImagem-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha de auditoria no formato de 400-audita de lote.cbl,
      *    com o numero de execucao do desfazer no fim.
      *---------------------------------------------------------------*
       400-audita.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize audit-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-aud-operacao
                  " usuario=" ws-aud-usuario
                  " terminal=" ws-aud-terminal
                  " codigo=" wrk-codigo
                  " descr-antes=[" ws-atu-descricao "]"
                  " data-antes=" ws-atu-dtTeste
                  " descr-depois=[" ws-ant-descricao "]"
                  " data-depois=" ws-ant-dtTeste
                  " execucao=" ws-execucao
                                           into audit-registro
           end-string
           write audit-registro
           .
       400-audita-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha de retencao no formato de 300-exclusao-retem de
      *    inicio.cbl: RECUPERADO quando a devolucao desfaz uma
      *    exclusao em massa, EXCLUIDO quando refaz uma.
      *---------------------------------------------------------------*
       410-retem.
           initialize retencao-registro
           if ws-ret-recupera-sim
              string ws-data-exec "-" ws-hora-exec
                     " RECUPERADO codigo=" wrk-codigo
                     " descricao=" ws-ant-descricao
                                           into retencao-registro
              end-string
           else
              string ws-data-exec "-" ws-hora-exec
                     " EXCLUIDO  codigo=" wrk-codigo
                     " descricao=" ws-ant-descricao
                                           into retencao-registro
              end-string
           end-if
           write retencao-registro
           .
       410-retem-fim.
           exit.
      *---------------------------------------------------------------*
      *    Versao da imagem atual antes da devolucao, na chave
      *    codigo+data+hora de 420-versiona de lote.cbl: o proprio
      *    desfazer tambem pode ser desfeito.
      *---------------------------------------------------------------*
       420-versiona.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize ver-registro
           move wrk-codigo                 to ver-codigo
           move ws-data-exec               to ver-data
           move ws-hora-exec               to ver-hora
           move ws-atu-descricao           to ver-descricao
           move ws-atu-dtTeste             to ver-dtTeste
           move ws-atu-situacao            to ver-situacao
           move ws-atu-categoria           to ver-categoria
           move ws-atu-valor               to ver-valor
           move ws-atu-quantidade          to ver-quantidade
           move ws-execucao                to ver-execucao
       420-versiona-tenta.
           write ver-registro
           if ws-status = "22"
              if ver-hora < 99999999
                 add 1                     to ver-hora
                 go to 420-versiona-tenta
              end-if
              go to 420-versiona-fim
           end-if
           if ws-status <> "00" and "02"
              initialize rpt-linha
              string "AVISO: versao nao gravada codigo="
                     ver-codigo " FS=(" ws-status ")"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       420-versiona-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha do jornal de recuperacao para frente no formato de
      *    430-jornal de lote.cbl.
      *---------------------------------------------------------------*
       430-jornal.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize jor-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-jor-operacao
                  " " ws-jor-antes
                  " " ws-jor-depois
                  " " ws-execucao          into jor-registro
           end-string
           write jor-registro
           .
       430-jornal-fim.
           exit.
      *---------------------------------------------------------------*
      *    Movimento de estoque da devolucao no arquivo "movestoque"
      *    de estoque.cbl (como 830-movimentaEstoque de fusao.cbl),
      *    documento = inicio do numero de execucao desfeito, para o
      *    kardex continuar fechando com arq-quantidade.
      *---------------------------------------------------------------*
       440-movimentaEstoque.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize mve-registro
           move wrk-codigo                 to mve-codigo
           move ws-data-exec               to mve-data
           move ws-hora-exec               to mve-hora
           move ws-mve-tipo                to mve-tipo
           if mve-tipo-entrada
              move ws-mve-qtde             to mve-entrada
           else
              move ws-mve-qtde             to mve-saida
           end-if
           move zeros                      to mve-valor-unit
           move ws-exec-alvo(1:12)         to mve-documento
           move ws-aud-usuario(1:8)        to mve-usuario
           move "DESFAZ"                   to mve-origem
           move ws-ant-quantidade          to mve-saldo
       440-movimentaEstoque-tenta.
           write mve-registro
           if ws-status = "22"
              if mve-hora < 99999999
                 add 1                     to mve-hora
                 go to 440-movimentaEstoque-tenta
              end-if
           end-if
           .
       440-movimentaEstoque-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           move spaces                     to rpt-linha
           write rpt-linha
           initialize rpt-linha
           string "LINHAS DE JORNAL LIDAS......: " ws-total-linhas
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "IMAGENS DA EXECUCAO.........: " ws-total-imagens
                  " (" ws-total-outras-op " de outra operacao,"
                  " ignoradas)"
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "CODIGOS TOCADOS.............: " ws-total-codigos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "VOLTAM A IMAGEM ANTERIOR....: " ws-total-voltam
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "JA DESFEITOS................: "
                  ws-total-ja-desfeitos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "RECUSADOS...................: " ws-total-recusados
                                           into rpt-linha
           end-string
           write rpt-linha
           if ws-modo-efetiva
              initialize rpt-linha
              string "DEVOLVIDOS..................: "
                     ws-total-aplicados
                                           into rpt-linha
              end-string
              write rpt-linha
              initialize rpt-linha
              string "COM ERRO....................: " ws-total-erros
                                           into rpt-linha
              end-string
              write rpt-linha
           else
              move "MODO PREVIA - NENHUM REGISTRO FOI ALTERADO"
                                           to rpt-linha
              write rpt-linha
           end-if
           display "DESFAZ " ws-modo " " ws-exec-alvo ": "
                   ws-total-voltam " voltam, "
                   ws-total-recusados " recusados, "
                   ws-total-aplicados " devolvidos, "
                   ws-total-erros " erros"
           if ws-total-erros > 0
              move 8                       to return-code
           end-if
           .
       900-imprimeResumo-fim.
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
           initialize ws-arq-versoes
           string ws-dir-dados delimited by space
                  "/versoes" delimited by size
                                         into ws-arq-versoes
           end-string
           initialize ws-arq-movestoque
           string ws-dir-dados delimited by space
                  "/movestoque" delimited by size
                                         into ws-arq-movestoque
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-desfazwork
           string ws-dir-dados delimited by space
                  "/desfazwork" delimited by size
                                         into ws-arq-desfazwork
           end-string
           initialize ws-arq-desfaz-rpt
           string ws-dir-dados delimited by space
                  "/desfaz.txt" delimited by size
                                         into ws-arq-desfaz-rpt
           end-string
           accept ws-data-exec from date yyyymmdd
           initialize ws-arq-audit-log
           string ws-dir-dados delimited by space
                  "/auditoria-" delimited by size
                  ws-data-exec(1:6) ".log" delimited by size
                                         into ws-arq-audit-log
           end-string
           initialize ws-arq-retencao-log
           string ws-dir-dados delimited by space
                  "/retencao-" delimited by size
                  ws-data-exec(1:6) ".log" delimited by size
                                         into ws-arq-retencao-log
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
           close arquivo
           close desfaz-rpt
           close desfazwork
           call "CBL_DELETE_FILE" using ws-arq-desfazwork
           if ws-modo-efetiva
              close versoes
              close movestoque
              close audit-log
              close retencao-log
              close arq-jornal
           end-if
           stop run.
