       IDENTIFICATION DIVISION.
       PROGRAM-ID. balanco.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Prova diaria de rolagem do cadastro "arquivo": a cada
      *    noite apura, por categoria e por situacao, a quantidade de
      *    registros, o total de arq-valor e o total de
      *    arq-quantidade (excluidos nao entram, como em
      *    fechames.cbl) e guarda a fotografia no arquivo indexado
      *    "totdia" (chave data + categoria + situacao, com a hora
      *    da apuracao). Em seguida confere que
      *       fotografia anterior + movimento = cadastro de hoje
      *    onde a fotografia anterior e a mais recente do totdia
      *    antes de hoje e o movimento sao as imagens dos jornais
      *    arqjornal-AAAAMMDD.log (inicio, carga, lote, reajusta,
      *    fusao, aprova, expurgo...) gravadas depois daquela
      *    fotografia: cada imagem "antes" sai da combinacao em que
      *    estava e cada imagem "depois" entra na sua, com as mesmas
      *    regras (imagem de registro excluido nao conta). Qualquer
      *    diferenca e impressa em balanco.txt com a categoria e a
      *    situacao em que caiu, e o programa termina com codigo de
      *    retorno 8, o que faz o noturno parar e a alteracao fora
      *    dos programas (ou a gravacao de jornal perdida) aparecer
      *    na manha seguinte, e nao no fechamento do mes.
      *    Sem fotografia anterior (primeira execucao) so grava a
      *    base. Rodar de novo no mesmo dia substitui a fotografia
      *    do dia e refaz a conferencia contra a mesma base.
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
                  access mode          is sequential
                  file status          is ws-status
                  record key           is arq-chave.
           select totdia        ASSIGN using ws-arq-totdia
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is tot-chave.
           select arq-jornal    ASSIGN using ws-nome-jornal
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select balanco-rpt   ASSIGN using ws-arq-balanco-rpt
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

           fd totdia.
           01 tot-registro.
              02 tot-chave.
                 03 tot-data           pic 9(008).
                 03 tot-categoria      pic 9(003).
                 03 tot-situacao       pic x(001).
              02 tot-hora              pic 9(008).
              02 tot-qtde-reg          pic 9(007).
              02 tot-valor             pic 9(011)v99.
              02 tot-quantidade        pic 9(009).

           fd arq-jornal.
           01 jor-registro             pic x(150).

           fd balanco-rpt.
           01 rpt-linha                pic x(132).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-totdia                pic x(064)  value spaces.
       01 ws-arq-balanco-rpt           pic x(064)  value spaces.
       01 ws-nome-jornal               pic x(080)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

      *    fotografia anterior (base) e instantes que limitam o
      *    movimento: imagens com data+hora > base e <= execucao
       01 ws-data-base                 pic 9(008)  value zeros.
       01 ws-hora-base                 pic 9(008)  value zeros.
       01 ws-tem-base                  pic x(001)  value "N".
          88 ws-tem-base-sim           value "S".
       01 ws-instante-base.
          02 ws-ib-data                pic 9(008).
          02 ws-ib-hora                pic 9(008).
       01 ws-instante-exec.
          02 ws-ie-data                pic 9(008).
          02 ws-ie-hora                pic 9(008).
       01 ws-instante-imagem.
          02 ws-ii-data                pic x(008).
          02 ws-ii-hora                pic x(008).

      *    Imagem posicional de uma linha de arqjornal, espelhando o
      *    STRING de 710-jornal em inicio.cbl (como em recupera.cbl).
       01 ws-jor-linha                 pic x(132)  value spaces.
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
       01 ws-imagem                    pic x(054)  value spaces.
       01 redefines ws-imagem.
          02 img-codigo                pic 9(005).
          02 img-descricao             pic x(020).
          02 img-dtTeste               pic 9(008).
          02 img-excluido              pic x(001).
             88 img-excluido-sim       value "S".
          02 img-situacao              pic x(001).
          02 img-categoria             pic 9(003).
          02 img-valor                 pic 9(009)v99.
          02 img-quantidade            pic 9(005).
       01 ws-sinal                     pic s9(001) value zeros.

      *    Calendario para avancar a data do jornal um dia por vez
      *    (mesma regra de 350-avancaDia em recupera.cbl).
       01 ws-data-corrente             pic 9(008)  value zeros.
       01 redefines ws-data-corrente.
          02 ws-cor-ano                pic 9(004).
          02 ws-cor-mes                pic 9(002).
          02 ws-cor-dia                pic 9(002).
       01 tab-ddMes                    pic x(024)  value
           "312831303130313130313031".
       01 redefines tab-ddMes.
          02 tb-ddMes                  pic 9(002)  occurs 12.
       01 ws-CalcAno.
          02 ws-intAno                 pic 9(004)  value zeros.
          02 ws-restoAno               pic 9(002)  value zeros.

      *    Uma linha por categoria + situacao, em ordem de chave
      *    (insercao com deslocamento, como 215-insereCombo de
      *    fechames.cbl): base, movimento e cadastro de hoje.
       01 tb-bal-max                   pic 9(003)  value zeros.
       01 tb-bal-tab.
          02 tb-bal occurs 500.
             03 tbb-categoria          pic 9(003).
             03 tbb-situacao           pic x(001).
             03 tbb-ant-qtde           pic s9(007).
             03 tbb-ant-valor          pic s9(011)v99.
             03 tbb-ant-quant          pic s9(009).
             03 tbb-mov-qtde           pic s9(007).
             03 tbb-mov-valor          pic s9(011)v99.
             03 tbb-mov-quant          pic s9(009).
             03 tbb-atu-qtde           pic s9(007).
             03 tbb-atu-valor          pic s9(011)v99.
             03 tbb-atu-quant          pic s9(009).
       01 ws-bal-categoria             pic 9(003)  value zeros.
       01 ws-bal-situacao              pic x(001)  value spaces.
       01 ws-bal-achou                 pic x(001)  value "N".
       01 ws-bal-estouro               pic 9(007)  value zeros.
       01 ind1                         pic 9(003)  value zeros.
       01 ind2                         pic 9(003)  value zeros.

       01 ws-esp-qtde                  pic s9(007) value zeros.
       01 ws-esp-valor                 pic s9(011)v99 value zeros.
       01 ws-esp-quant                 pic s9(009) value zeros.
       01 ws-dif-qtde                  pic s9(007) value zeros.
       01 ws-dif-valor                 pic s9(011)v99 value zeros.
       01 ws-dif-quant                 pic s9(009) value zeros.
       01 ws-qtde-ed1                  pic -z(006)9.
       01 ws-qtde-ed2                  pic -z(006)9.
       01 ws-qtde-ed3                  pic -z(006)9.
       01 ws-qtde-ed4                  pic -z(006)9.
       01 ws-qtde-ed5                  pic -z(006)9.
       01 ws-valor-ed1                 pic -z(010)9,99.
       01 ws-valor-ed2                 pic -z(010)9,99.
       01 ws-valor-ed3                 pic -z(010)9,99.
       01 ws-valor-ed4                 pic -z(010)9,99.
       01 ws-valor-ed5                 pic -z(010)9,99.
       01 ws-quant-ed1                 pic -z(008)9.
       01 ws-quant-ed2                 pic -z(008)9.
       01 ws-quant-ed3                 pic -z(008)9.
       01 ws-quant-ed4                 pic -z(008)9.
       01 ws-quant-ed5                 pic -z(008)9.

       01 ws-total-lidos               pic 9(007)  value zeros.
       01 ws-total-considerados        pic 9(007)  value zeros.
       01 ws-total-jornais             pic 9(005)  value zeros.
       01 ws-total-imagens             pic 9(007)  value zeros.
       01 ws-total-aplicadas           pic 9(007)  value zeros.
       01 ws-total-ignoradas           pic 9(007)  value zeros.
       01 ws-dias-varridos             pic 9(005)  value zeros.
       01 ws-total-gravados            pic 9(003)  value zeros.
       01 ws-total-diferencas          pic 9(003)  value zeros.
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
           move ws-data-exec               to ws-ie-data
           move ws-hora-exec               to ws-ie-hora
           perform 100-abreArquivos
              thru 100-abreArquivos-fim
           perform 150-localizaBase
              thru 150-localizaBase-fim
           perform 200-apuraCadastro
              thru 200-apuraCadastro-fim
           if ws-tem-base-sim
              perform 300-rolaJornais
                 thru 300-rolaJornais-fim
           end-if
           perform 400-gravaFotografia
              thru 400-gravaFotografia-fim
           if ws-tem-base-sim
              perform 500-confere
                 thru 500-confere-fim
           end-if
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           if ws-total-diferencas > 0 or ws-bal-estouro > 0
              move 8                       to return-code
           end-if
           go to 999-fim.
      *---------------------------------------------------------------*
       100-abreArquivos.
           open i-o totdia
           if ws-status = "35"
              open output totdia
              close totdia
              open i-o totdia
           end-if
           if ws-status <> "00" and "05"
              display "BALANCO: erro de abertura no arq {TOTDIA}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open output balanco-rpt
           if ws-status <> "00"
              display "BALANCO: erro de abertura no arq "
                      "{BALANCO.TXT}, FS: (" ws-status
                      ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize rpt-linha
           string "BALANCO DIARIO DO CADASTRO - DIA "
                  ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4) " " ws-hora-exec(1:2) ":"
                  ws-hora-exec(3:2)
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
      *    A base e a fotografia mais recente guardada ANTES de hoje:
      *    a ultima chave menor que a de hoje da a data; a passada
      *    seguinte carrega todas as combinacoes dessa data.
      *---------------------------------------------------------------*
       150-localizaBase.
           move "N"                        to ws-tem-base
           initialize tot-registro
           move ws-data-exec               to tot-data
           move zeros                      to tot-categoria
           move low-value                  to tot-situacao
           start totdia key < tot-chave
           if ws-status <> "00" and "02"
              go to 150-localizaBase-sem
           end-if
           read totdia next
           if ws-status <> "00" and "02"
              go to 150-localizaBase-sem
           end-if
           if tot-data not < ws-data-exec
              go to 150-localizaBase-sem
           end-if
           move tot-data                   to ws-data-base
           move tot-hora                   to ws-hora-base
           initialize tot-registro
           move ws-data-base               to tot-data
           move zeros                      to tot-categoria
           move low-value                  to tot-situacao
           start totdia key not < tot-chave
           if ws-status <> "00" and "02"
              go to 150-localizaBase-sem
           end-if
           perform until exit
              read totdia next
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if tot-data not = ws-data-base
                 exit perform
              end-if
              move tot-categoria           to ws-bal-categoria
              move tot-situacao            to ws-bal-situacao
              perform 210-localizaCombo
                 thru 210-localizaCombo-fim
              if ind1 > 0
                 add tot-qtde-reg          to tbb-ant-qtde(ind1)
                 add tot-valor             to tbb-ant-valor(ind1)
                 add tot-quantidade        to tbb-ant-quant(ind1)
              end-if
           end-perform
           move "S"                        to ws-tem-base
           move ws-data-base               to ws-ib-data
           move ws-hora-base               to ws-ib-hora
           initialize rpt-linha
           string "BASE: fotografia de " ws-data-base(7:2) "/"
                  ws-data-base(5:2) "/" ws-data-base(1:4) " "
                  ws-hora-base(1:2) ":" ws-hora-base(3:2)
                  " + jornais gravados depois dela"
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           go to 150-localizaBase-fim.
       150-localizaBase-sem.
           initialize rpt-linha
           string "SEM FOTOGRAFIA ANTERIOR - primeira apuracao, so a "
                  "base de hoje e gravada"
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           .
       150-localizaBase-fim.
           exit.
      *---------------------------------------------------------------*
      *    Passada unica por "arquivo", pulando os excluidos, somando
      *    o cadastro de hoje na tabela.
      *---------------------------------------------------------------*
       200-apuraCadastro.
           open input arquivo
           if ws-status <> "00"
              display "BALANCO: erro de abertura no arq {ARQUIVO}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           perform until exit
              read arquivo next record
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-total-lidos
              if arq-excluido-sim
                 exit perform cycle
              end-if
              add 1                        to ws-total-considerados
              move arq-categoria           to ws-bal-categoria
              move arq-situacao            to ws-bal-situacao
              perform 210-localizaCombo
                 thru 210-localizaCombo-fim
              if ind1 > 0
                 add 1                     to tbb-atu-qtde(ind1)
                 add arq-valor             to tbb-atu-valor(ind1)
                 add arq-quantidade        to tbb-atu-quant(ind1)
              end-if
           end-perform
           close arquivo
           .
       200-apuraCadastro-fim.
           exit.
      *---------------------------------------------------------------*
      *    Devolve em ind1 a linha da combinacao ws-bal-categoria +
      *    ws-bal-situacao, inserindo-a zerada no lugar certo quando
      *    ainda nao existe; tabela cheia devolve zero.
      *---------------------------------------------------------------*
       210-localizaCombo.
           move "N"                        to ws-bal-achou
           perform varying ind1 from 1 by 1
                     until ind1 > tb-bal-max or ws-bal-achou = "S"
              if tbb-categoria(ind1) = ws-bal-categoria and
                 tbb-situacao(ind1) = ws-bal-situacao
                 move "S"                  to ws-bal-achou
              else
                 if tbb-categoria(ind1) > ws-bal-categoria or
                    (tbb-categoria(ind1) = ws-bal-categoria and
                     tbb-situacao(ind1) > ws-bal-situacao)
                    perform 215-insereCombo
                       thru 215-insereCombo-fim
                    move "S"               to ws-bal-achou
                 end-if
              end-if
           end-perform
      *    o perform varying avanca ind1 uma vez alem da linha achada
           if ws-bal-achou = "S"
              subtract 1                 from ind1
              go to 210-localizaCombo-fim
           end-if
           if tb-bal-max >= 500
              add 1                        to ws-bal-estouro
              move zeros                   to ind1
              go to 210-localizaCombo-fim
           end-if
           add 1                           to tb-bal-max
           move tb-bal-max                 to ind1
           perform 216-iniciaCombo
              thru 216-iniciaCombo-fim
           .
       210-localizaCombo-fim.
           exit.
      *---------------------------------------------------------------*
       215-insereCombo.
           if tb-bal-max >= 500
              add 1                        to ws-bal-estouro
              move zeros                   to ind1
              go to 215-insereCombo-fim
           end-if
           add 1                           to tb-bal-max
           perform varying ind2 from tb-bal-max by -1
                     until ind2 = ind1
              move tb-bal(ind2 - 1)        to tb-bal(ind2)
           end-perform
           perform 216-iniciaCombo
              thru 216-iniciaCombo-fim
           .
       215-insereCombo-fim.
           exit.
      *---------------------------------------------------------------*
       216-iniciaCombo.
           initialize tb-bal(ind1)
           move ws-bal-categoria           to tbb-categoria(ind1)
           move ws-bal-situacao            to tbb-situacao(ind1)
           .
       216-iniciaCombo-fim.
           exit.
      *---------------------------------------------------------------*
      *    Percorre os jornais do dia da base ate hoje, na ordem do
      *    calendario; dia sem jornal e pulado. So contam as imagens
      *    gravadas depois da fotografia base e ate esta execucao.
      *---------------------------------------------------------------*
       300-rolaJornais.
           move ws-data-base               to ws-data-corrente
           perform until ws-data-corrente > ws-data-exec
              add 1                        to ws-dias-varridos
              if ws-dias-varridos > 3700
      *          trava de seguranca contra uma faixa absurda de
      *          datas (mais de dez anos de jornais)
                 move "FAIXA DE DATAS LONGA DEMAIS - INTERROMPIDO"
                                           to rpt-linha
                 write rpt-linha
                 exit perform
              end-if
              initialize ws-nome-jornal
              string ws-dir-dados delimited by space
                     "/arqjornal-" delimited by size
                     ws-data-corrente ".log" delimited by size
                                         into ws-nome-jornal
              end-string
              perform 310-leJornal
                 thru 310-leJornal-fim
              perform 350-avancaDia
                 thru 350-avancaDia-fim
           end-perform
           .
       300-rolaJornais-fim.
           exit.
      *---------------------------------------------------------------*
       310-leJornal.
           open input arq-jornal
           if ws-status <> "00"
              go to 310-leJornal-fim
           end-if
           add 1                           to ws-total-jornais
           perform until exit
              read arq-jornal
              if ws-status <> "00"
                 exit perform
              end-if
              move jor-registro            to ws-jor-linha
              if ws-jor-linha(1:8) is numeric
                 add 1                     to ws-total-imagens
                 perform 320-aplicaImagem
                    thru 320-aplicaImagem-fim
              end-if
           end-perform
           close arq-jornal
           .
       310-leJornal-fim.
           exit.
      *---------------------------------------------------------------*
      *    Uma linha do jornal: a imagem "antes" (se houver) sai da
      *    sua combinacao e a "depois" (se houver) entra na sua.
      *---------------------------------------------------------------*
       320-aplicaImagem.
           move ws-jor-linha(1:8)          to ws-ii-data
           move lin-jor-hora               to ws-ii-hora
           if ws-instante-imagem not > ws-instante-base or
              ws-instante-imagem > ws-instante-exec
              add 1                        to ws-total-ignoradas
              go to 320-aplicaImagem-fim
           end-if
           add 1                           to ws-total-aplicadas
           if lin-jor-antes not = spaces
              move lin-jor-antes           to ws-imagem
              move -1                      to ws-sinal
              perform 330-somaImagem
                 thru 330-somaImagem-fim
           end-if
           if lin-jor-depois not = spaces
              move lin-jor-depois          to ws-imagem
              move 1                       to ws-sinal
              perform 330-somaImagem
                 thru 330-somaImagem-fim
           end-if
           .
       320-aplicaImagem-fim.
           exit.
      *---------------------------------------------------------------*
       330-somaImagem.
           if img-excluido-sim
              go to 330-somaImagem-fim
           end-if
           if img-valor is not numeric or
              img-quantidade is not numeric or
              img-categoria is not numeric
              go to 330-somaImagem-fim
           end-if
           move img-categoria              to ws-bal-categoria
           move img-situacao               to ws-bal-situacao
           perform 210-localizaCombo
              thru 210-localizaCombo-fim
           if ind1 = 0
              go to 330-somaImagem-fim
           end-if
           add ws-sinal                    to tbb-mov-qtde(ind1)
           compute tbb-mov-valor(ind1) =
                   tbb-mov-valor(ind1) + (ws-sinal * img-valor)
           compute tbb-mov-quant(ind1) =
                   tbb-mov-quant(ind1) + (ws-sinal * img-quantidade)
           .
       330-somaImagem-fim.
           exit.
      *---------------------------------------------------------------*
       350-avancaDia.
           move 28                         to tb-ddMes(2)
           initialize ws-CalcAno
           divide ws-cor-ano          by 4
                                  giving ws-intAno
                               remainder ws-restoAno
           if ws-restoAno = 0
              move 29                      to tb-ddMes(2)
           end-if
           if ws-cor-dia < tb-ddMes(ws-cor-mes)
              add 1                        to ws-cor-dia
           else
              move 1                       to ws-cor-dia
              if ws-cor-mes = 12
                 move 1                    to ws-cor-mes
                 add 1                     to ws-cor-ano
              else
                 add 1                     to ws-cor-mes
              end-if
           end-if
           .
       350-avancaDia-fim.
           exit.
      *---------------------------------------------------------------*
      *    Grava (ou substitui, na segunda execucao do dia) a
      *    fotografia de hoje: uma linha do totdia por combinacao
      *    presente no cadastro.
      *---------------------------------------------------------------*
       400-gravaFotografia.
           perform varying ind1 from 1 by 1
                     until ind1 > tb-bal-max
              if tbb-atu-qtde(ind1) = 0
                 exit perform cycle
              end-if
              initialize tot-registro
              move ws-data-exec            to tot-data
              move tbb-categoria(ind1)     to tot-categoria
              move tbb-situacao(ind1)      to tot-situacao
              move ws-hora-exec            to tot-hora
              move tbb-atu-qtde(ind1)      to tot-qtde-reg
              move tbb-atu-valor(ind1)     to tot-valor
              move tbb-atu-quant(ind1)     to tot-quantidade
              write tot-registro
              if ws-status = "22"
                 rewrite tot-registro
              end-if
              if ws-status = "00" or "02"
                 add 1                     to ws-total-gravados
              else
                 initialize rpt-linha
                 string "ERRO AO GRAVAR TOTAL categoria="
                        tot-categoria " situacao=" tot-situacao
                        " FS=(" ws-status ")"
                                           into rpt-linha
                 end-string
                 write rpt-linha
              end-if
           end-perform
      *    combinacao que sumiu do cadastro desde a execucao anterior
      *    do mesmo dia nao pode ficar na fotografia de hoje
           perform varying ind1 from 1 by 1
                     until ind1 > tb-bal-max
              if tbb-atu-qtde(ind1) = 0
                 initialize tot-registro
                 move ws-data-exec         to tot-data
                 move tbb-categoria(ind1)  to tot-categoria
                 move tbb-situacao(ind1)   to tot-situacao
                 delete totdia record
              end-if
           end-perform
           if ws-bal-estouro > 0
              initialize rpt-linha
              string "TABELA CHEIA (500 combinacoes) - "
                     ws-bal-estouro
                     " valores fora do balanco"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       400-gravaFotografia-fim.
           exit.
      *---------------------------------------------------------------*
      *    Base + movimento = esperado; esperado x cadastro de hoje,
      *    por combinacao, nas tres medidas. Combinacao que bate sai
      *    numa linha; a que nao bate sai com o detalhe das medidas.
      *---------------------------------------------------------------*
       500-confere.
           initialize rpt-linha
           string "CAT SIT MEDIDA                BASE"
                  "         MOVIMENTO          ESPERADO"
                  "             ATUAL         DIFERENCA"
                                           into rpt-linha
           end-string
           write rpt-linha
           perform varying ind1 from 1 by 1
                     until ind1 > tb-bal-max
              perform 510-confereCombo
                 thru 510-confereCombo-fim
           end-perform
           .
       500-confere-fim.
           exit.
      *---------------------------------------------------------------*
       510-confereCombo.
           compute ws-esp-qtde = tbb-ant-qtde(ind1) +
                                 tbb-mov-qtde(ind1)
           compute ws-esp-valor = tbb-ant-valor(ind1) +
                                  tbb-mov-valor(ind1)
           compute ws-esp-quant = tbb-ant-quant(ind1) +
                                  tbb-mov-quant(ind1)
           compute ws-dif-qtde = tbb-atu-qtde(ind1) - ws-esp-qtde
           compute ws-dif-valor = tbb-atu-valor(ind1) - ws-esp-valor
           compute ws-dif-quant = tbb-atu-quant(ind1) - ws-esp-quant
           if ws-dif-qtde = 0 and ws-dif-valor = 0 and
              ws-dif-quant = 0
              move tbb-atu-qtde(ind1)      to ws-qtde-ed4
              move tbb-atu-valor(ind1)     to ws-valor-ed4
              move tbb-atu-quant(ind1)     to ws-quant-ed4
              initialize rpt-linha
              string tbb-categoria(ind1) " " tbb-situacao(ind1)
                     "   OK     QTD=" ws-qtde-ed4
                     " VLR=" ws-valor-ed4
                     " QTE=" ws-quant-ed4
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 510-confereCombo-fim
           end-if
           add 1                           to ws-total-diferencas
           move tbb-ant-qtde(ind1)         to ws-qtde-ed1
           move tbb-mov-qtde(ind1)         to ws-qtde-ed2
           move ws-esp-qtde                to ws-qtde-ed3
           move tbb-atu-qtde(ind1)         to ws-qtde-ed4
           move ws-dif-qtde                to ws-qtde-ed5
           initialize rpt-linha
           string tbb-categoria(ind1) " " tbb-situacao(ind1)
                  "   QTD     " "          " ws-qtde-ed1
                  "          " ws-qtde-ed2
                  "          " ws-qtde-ed3
                  "          " ws-qtde-ed4
                  "          " ws-qtde-ed5
                  "  <== DIFERENCA"
                                           into rpt-linha
           end-string
           write rpt-linha
           move tbb-ant-valor(ind1)        to ws-valor-ed1
           move tbb-mov-valor(ind1)        to ws-valor-ed2
           move ws-esp-valor               to ws-valor-ed3
           move tbb-atu-valor(ind1)        to ws-valor-ed4
           move ws-dif-valor               to ws-valor-ed5
           initialize rpt-linha
           string "        VLR     " ws-valor-ed1
                  "   " ws-valor-ed2
                  "   " ws-valor-ed3
                  "   " ws-valor-ed4
                  "   " ws-valor-ed5
                                           into rpt-linha
           end-string
           write rpt-linha
           move tbb-ant-quant(ind1)        to ws-quant-ed1
           move tbb-mov-quant(ind1)        to ws-quant-ed2
           move ws-esp-quant               to ws-quant-ed3
           move tbb-atu-quant(ind1)        to ws-quant-ed4
           move ws-dif-quant               to ws-quant-ed5
           initialize rpt-linha
           string "        QTE     " "        " ws-quant-ed1
                  "        " ws-quant-ed2
                  "        " ws-quant-ed3
                  "        " ws-quant-ed4
                  "        " ws-quant-ed5
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       510-confereCombo-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           move spaces                     to rpt-linha
           write rpt-linha
           initialize rpt-linha
           string "REGISTROS LIDOS.........: " ws-total-lidos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "REGISTROS CONSIDERADOS..: " ws-total-considerados
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "TOTAIS GRAVADOS.........: " ws-total-gravados
                  " combinacoes"           into rpt-linha
           end-string
           write rpt-linha
           if ws-tem-base-sim
              initialize rpt-linha
              string "JORNAIS LIDOS...........: " ws-total-jornais
                     " (em " ws-dias-varridos " dias varridos)"
                                           into rpt-linha
              end-string
              write rpt-linha
              initialize rpt-linha
              string "IMAGENS NO MOVIMENTO....: " ws-total-aplicadas
                     " (fora do intervalo: " ws-total-ignoradas ")"
                                           into rpt-linha
              end-string
              write rpt-linha
              initialize rpt-linha
              string "COMBINACOES COM DIFERENCA: "
                     ws-total-diferencas   into rpt-linha
              end-string
              write rpt-linha
           end-if
           if ws-total-diferencas > 0
              display "BALANCO: " ws-total-diferencas
                      " combinacoes NAO fecham - ver balanco.txt"
           else
              display "BALANCO: cadastro fechado com o movimento, "
                      ws-total-gravados " combinacoes"
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
           initialize ws-arq-totdia
           string ws-dir-dados delimited by space
                  "/totdia" delimited by size
                                         into ws-arq-totdia
           end-string
           initialize ws-arq-balanco-rpt
           string ws-dir-dados delimited by space
                  "/balanco.txt" delimited by size
                                         into ws-arq-balanco-rpt
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close totdia
           close balanco-rpt
           stop run.
