       IDENTIFICATION DIVISION.
       PROGRAM-ID. curvaabc.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Curva ABC (Pareto) do cadastro "arquivo": ordena os
      *    registros nao excluidos pelo valor total de cada codigo
      *    (arq-valor x arq-quantidade), do maior para o menor, e os
      *    classifica nas faixas A, B e C pelo percentual acumulado
      *    do valor: o codigo e A enquanto o acumulado ANTES dele
      *    esta abaixo do corte A, B enquanto esta abaixo do corte B,
      *    e C dali ate os 100%. Cortes nos parametros ABCCORTEA e
      *    ABCCORTEB (parametro.cbl, padrao 80 e 95). O relatorio
      *    curvaabc.txt traz a curva geral e, em seguida, a curva
      *    dentro de cada categoria (com o nome da categoria): os
      *    itens A um a um e as faixas B e C resumidas em quantidade
      *    de codigos e valor. No fim, quantos codigos mudaram de
      *    faixa na curva geral desde a execucao anterior (subiram,
      *    desceram, entraram, sairam), pela faixa guardada de cada
      *    codigo no arquivo indexado "abcfaixa".
      *    A ordenacao usa o arquivo de trabalho indexado
      *    "abcwork" (chave = complemento do valor + codigo, e chave
      *    alternativa com a categoria na frente), apagado no fim.
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
           select categoria     ASSIGN using ws-arq-categoria
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is cat-chave.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select abcwork       ASSIGN using ws-arq-abcwork
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is wrk-chave
                  alternate record key is wrk-chave-cat.
           select abcfaixa      ASSIGN using ws-arq-abcfaixa
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is fx-chave.
           select abc-rpt       ASSIGN using ws-arq-abc-rpt
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

           fd categoria.
           01 cat-registro.
              02 cat-chave.
                 03 cat-codigo         pic 9(003).
              02 cat-nome              pic x(020).
              02 cat-valor-maximo      pic 9(009)v99.
              02 cat-bloqueada         pic x(001).

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

           fd abcwork.
           01 wrk-registro.
              02 wrk-chave.
                 03 wrk-inverso        pic 9(016).
                 03 wrk-codigo         pic 9(005).
              02 wrk-chave-cat.
                 03 wrk-cat-categoria  pic 9(003).
                 03 wrk-cat-inverso    pic 9(016).
                 03 wrk-cat-codigo     pic 9(005).
              02 wrk-descricao         pic x(020).
              02 wrk-situacao          pic x(001).
              02 wrk-valor             pic 9(009)v99.
              02 wrk-quantidade        pic 9(005).
              02 wrk-total             pic 9(014)v99.

           fd abcfaixa.
           01 fx-registro.
              02 fx-chave.
                 03 fx-codigo          pic 9(005).
              02 fx-faixa              pic x(001).
              02 fx-execucao           pic 9(016).

           fd abc-rpt.
           01 rpt-linha                pic x(132).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-categoria             pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-abcwork               pic x(064)  value spaces.
       01 ws-arq-abcfaixa              pic x(064)  value spaces.
       01 ws-arq-abc-rpt               pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-execucao.
          02 ws-exe-data               pic 9(008).
          02 ws-exe-hora               pic 9(008).
       01 redefines ws-execucao.
          02 ws-execucao-num           pic 9(016).

      *    cortes da curva (percentual acumulado do valor)
       01 ws-corte-a                   pic 9(003)  value 80.
       01 ws-corte-b                   pic 9(003)  value 95.

      *    totais por categoria (indice = categoria + 1)
       01 tb-cat-tab.
          02 tb-cat occurs 1000.
             03 tbc-qtde               pic 9(007).
             03 tbc-total              pic 9(016)v99.
       01 ind                          pic 9(004)  value zeros.

      *    acumuladores por faixa (1 = A, 2 = B, 3 = C)
       01 tb-faixa-tab.
          02 tb-faixa occurs 3.
             03 tbf-qtde               pic 9(007).
             03 tbf-total              pic 9(016)v99.
       01 tab-letra                    pic x(003)  value "ABC".
       01 redefines tab-letra.
          02 tb-letra                  pic x(001)  occurs 3.
       01 ind-fx                       pic 9(001)  value zeros.

       01 ws-total-geral               pic 9(016)v99 value zeros.
       01 ws-qtde-geral                pic 9(007)  value zeros.
       01 ws-base-total                pic 9(016)v99 value zeros.
       01 ws-base-qtde                 pic 9(007)  value zeros.
       01 ws-acumulado                 pic 9(016)v99 value zeros.
       01 ws-acum-antes                pic 9(016)v99 value zeros.
       01 ws-posicao                   pic 9(007)  value zeros.
       01 ws-pct-antes                 pic 9(003)v9999 value zeros.
       01 ws-pct-item                  pic 9(003)v99 value zeros.
       01 ws-pct-acum                  pic 9(003)v99 value zeros.
       01 ws-pct-qtde                  pic 9(003)v99 value zeros.
       01 ws-pct-valor                 pic 9(003)v99 value zeros.
       01 ws-faixa                     pic x(001)  value spaces.
       01 ws-cat-corrente              pic 9(003)  value zeros.
       01 ws-cat-primeira              pic x(001)  value "S".

       01 ws-posicao-ed                pic zzzzzz9.
       01 ws-valor-ed                  pic zzz.zzz.zz9,99.
       01 ws-quant-ed                  pic zzzz9.
       01 ws-total-ed                  pic z.zzz.zzz.zzz.zzz.zz9,99.
       01 ws-pct-item-ed               pic zz9,99.
       01 ws-pct-acum-ed               pic zz9,99.
       01 ws-pct-qtde-ed               pic zz9,99.
       01 ws-pct-valor-ed              pic zz9,99.
       01 ws-qtde-ed                   pic zzzzzz9.

      *    mudancas de faixa na curva geral
       01 ws-execucao-anterior         pic 9(016)  value zeros.
       01 redefines ws-execucao-anterior.
          02 ws-ant-data               pic 9(008).
          02 ws-ant-hora               pic 9(008).
       01 ws-total-subiram             pic 9(007)  value zeros.
       01 ws-total-desceram            pic 9(007)  value zeros.
       01 ws-total-entraram            pic 9(007)  value zeros.
       01 ws-total-sairam              pic 9(007)  value zeros.
       01 ws-total-mudaram             pic 9(007)  value zeros.

       01 ws-total-lidos               pic 9(007)  value zeros.
       01 ws-retorno                   pic 9(003)  value zeros.
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
           move ws-data-exec               to ws-exe-data
           move ws-hora-exec               to ws-exe-hora
           perform 010-leParametros
              thru 010-leParametros-fim
           perform 100-abreArquivos
              thru 100-abreArquivos-fim
           perform 200-carregaTrabalho
              thru 200-carregaTrabalho-fim
           perform 300-curvaGeral
              thru 300-curvaGeral-fim
           perform 400-curvaCategorias
              thru 400-curvaCategorias-fim
           perform 500-mudancasFaixa
              thru 500-mudancasFaixa-fim
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           go to 999-fim.
      *---------------------------------------------------------------*
      *    Cortes A e B nos parametros ABCCORTEA e ABCCORTEB do
      *    arquivo central de parametros (parametro.cbl); ausentes,
      *    zerados ou fora de ordem valem 80 e 95.
      *---------------------------------------------------------------*
       010-leParametros.
           open input parametros
           if ws-status <> "00"
              go to 010-leParametros-fim
           end-if
           initialize prm-registro
           move "ABCCORTEA"                to prm-nome
           read parametros
           if (ws-status = "00" or "02") and
              prm-valor(1:9) is numeric and
              prm-valor(7:3) not = "000"
              move prm-valor(7:3)          to ws-corte-a
           end-if
           initialize prm-registro
           move "ABCCORTEB"                to prm-nome
           read parametros
           if (ws-status = "00" or "02") and
              prm-valor(1:9) is numeric and
              prm-valor(7:3) not = "000"
              move prm-valor(7:3)          to ws-corte-b
           end-if
           close parametros
           if ws-corte-a >= ws-corte-b or ws-corte-b > 100
              display "CURVAABC: cortes ABCCORTEA/ABCCORTEB "
                      "invalidos (" ws-corte-a "/" ws-corte-b
                      ") - usando 80/95"
              move 80                      to ws-corte-a
              move 95                      to ws-corte-b
           end-if
           .
       010-leParametros-fim.
           exit.
      *---------------------------------------------------------------*
       100-abreArquivos.
           open output abcwork
           close abcwork
           open i-o abcwork
           if ws-status <> "00"
              display "CURVAABC: erro de abertura no arq {ABCWORK}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open i-o abcfaixa
           if ws-status = "35"
              open output abcfaixa
              close abcfaixa
              open i-o abcfaixa
           end-if
           if ws-status <> "00" and "05"
              display "CURVAABC: erro de abertura no arq {ABCFAIXA}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open input categoria
           if ws-status <> "00" and "05"
              display "CURVAABC: erro de abertura no arq "
                      "{CATEGORIA}, FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open output abc-rpt
           if ws-status <> "00"
              display "CURVAABC: erro de abertura no arq "
                      "{CURVAABC.TXT}, FS: (" ws-status
                      ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize rpt-linha
           string "CURVA ABC POR VALOR x QUANTIDADE - emitida em "
                  ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4)
                  " - CORTES A=" ws-corte-a "% B=" ws-corte-b
                  "% C=100%"
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
      *    Passada unica por "arquivo", pulando os excluidos: cada
      *    codigo vai para o arquivo de trabalho com o valor total
      *    complementado na chave (maior valor primeiro) e soma nos
      *    totais geral e da categoria.
      *---------------------------------------------------------------*
       200-carregaTrabalho.
           initialize tb-cat-tab
           open input arquivo
           if ws-status <> "00"
              display "CURVAABC: erro de abertura no arq {ARQUIVO}, "
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
              initialize wrk-registro
              move arq-codigo              to wrk-codigo
                                              wrk-cat-codigo
              move arq-categoria           to wrk-cat-categoria
              move arq-descricao           to wrk-descricao
              move arq-situacao            to wrk-situacao
              move arq-valor               to wrk-valor
              move arq-quantidade          to wrk-quantidade
              compute wrk-total = arq-valor * arq-quantidade
              compute wrk-inverso = 9999999999999999 -
                                    (wrk-total * 100)
              move wrk-inverso             to wrk-cat-inverso
              write wrk-registro
              if ws-status <> "00" and "02"
                 exit perform cycle
              end-if
              add 1                        to ws-qtde-geral
              add wrk-total                to ws-total-geral
              compute ind = arq-categoria + 1
              add 1                        to tbc-qtde(ind)
              add wrk-total                to tbc-total(ind)
           end-perform
           close arquivo
           .
       200-carregaTrabalho-fim.
           exit.
      *---------------------------------------------------------------*
      *    Curva geral, do maior valor para o menor; a faixa de cada
      *    codigo tambem e comparada com a da execucao anterior.
      *---------------------------------------------------------------*
       300-curvaGeral.
           initialize rpt-linha
           string "CURVA GERAL - " ws-qtde-geral " codigos"
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           perform 310-cabecalhoItens
              thru 310-cabecalhoItens-fim
           move ws-total-geral             to ws-base-total
           move ws-qtde-geral              to ws-base-qtde
           perform 320-zeraFaixas
              thru 320-zeraFaixas-fim
           initialize wrk-registro
           move low-values                 to wrk-chave
           start abcwork key not < wrk-chave
           if ws-status <> "00" and "02"
              go to 300-curvaGeral-resumo
           end-if
           perform until exit
              read abcwork next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              perform 330-classifica
                 thru 330-classifica-fim
              perform 350-comparaFaixa
                 thru 350-comparaFaixa-fim
           end-perform
           .
       300-curvaGeral-resumo.
           perform 340-resumoFaixas
              thru 340-resumoFaixas-fim
           .
       300-curvaGeral-fim.
           exit.
      *---------------------------------------------------------------*
       310-cabecalhoItens.
           initialize rpt-linha
           string "    POSICAO CODIGO DESCRICAO            CAT S"
                  " VALOR UNITARIO QUANT"
                  "              VALOR TOTAL  % ITEM  % ACUM F"
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       310-cabecalhoItens-fim.
           exit.
      *---------------------------------------------------------------*
       320-zeraFaixas.
           initialize tb-faixa-tab
           move zeros                      to ws-acumulado
                                              ws-posicao
           .
       320-zeraFaixas-fim.
           exit.
      *---------------------------------------------------------------*
      *    Faixa do registro corrente do arquivo de trabalho dentro
      *    da curva em andamento (base ws-base-total); itens A saem
      *    por extenso.
      *---------------------------------------------------------------*
       330-classifica.
           add 1                           to ws-posicao
           move ws-acumulado               to ws-acum-antes
           add wrk-total                   to ws-acumulado
           if ws-base-total > 0
              compute ws-pct-antes =
                      ws-acum-antes * 100 / ws-base-total
              compute ws-pct-item rounded =
                      wrk-total * 100 / ws-base-total
              compute ws-pct-acum rounded =
                      ws-acumulado * 100 / ws-base-total
           else
              move 100                     to ws-pct-antes
              move zeros                   to ws-pct-item
              move zeros                   to ws-pct-acum
           end-if
           evaluate true
           when ws-pct-antes < ws-corte-a
              move 1                       to ind-fx
           when ws-pct-antes < ws-corte-b
              move 2                       to ind-fx
           when other
              move 3                       to ind-fx
           end-evaluate
           move tb-letra(ind-fx)           to ws-faixa
           add 1                           to tbf-qtde(ind-fx)
           add wrk-total                   to tbf-total(ind-fx)
           if ind-fx not = 1
              go to 330-classifica-fim
           end-if
           move ws-posicao                 to ws-posicao-ed
           move wrk-valor                  to ws-valor-ed
           move wrk-quantidade             to ws-quant-ed
           move wrk-total                  to ws-total-ed
           move ws-pct-item                to ws-pct-item-ed
           move ws-pct-acum                to ws-pct-acum-ed
           initialize rpt-linha
           string "    " ws-posicao-ed " " wrk-codigo "  "
                  wrk-descricao " " wrk-cat-categoria " "
                  wrk-situacao " " ws-valor-ed " " ws-quant-ed " "
                  ws-total-ed "  " ws-pct-item-ed "  "
                  ws-pct-acum-ed " " ws-faixa
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       330-classifica-fim.
           exit.
      *---------------------------------------------------------------*
      *    Resumo das tres faixas da curva em andamento: codigos e
      *    valor, com os percentuais sobre a base.
      *---------------------------------------------------------------*
       340-resumoFaixas.
           move spaces                     to rpt-linha
           write rpt-linha
           perform varying ind-fx from 1 by 1 until ind-fx > 3
              if ws-base-qtde > 0
                 compute ws-pct-qtde rounded =
                         tbf-qtde(ind-fx) * 100 / ws-base-qtde
              else
                 move zeros                to ws-pct-qtde
              end-if
              if ws-base-total > 0
                 compute ws-pct-valor rounded =
                         tbf-total(ind-fx) * 100 / ws-base-total
              else
                 move zeros                to ws-pct-valor
              end-if
              move tbf-qtde(ind-fx)        to ws-qtde-ed
              move ws-pct-qtde             to ws-pct-qtde-ed
              move tbf-total(ind-fx)       to ws-total-ed
              move ws-pct-valor            to ws-pct-valor-ed
              initialize rpt-linha
              string "    FAIXA " tb-letra(ind-fx) ": " ws-qtde-ed
                     " codigos (" ws-pct-qtde-ed "% dos codigos)"
                     "  valor " ws-total-ed " (" ws-pct-valor-ed
                     "% do valor)"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-perform
           move ws-base-total              to ws-total-ed
           initialize rpt-linha
           string "    TOTAL..: " ws-base-qtde " codigos"
                  "               valor " ws-total-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           .
       340-resumoFaixas-fim.
           exit.
      *---------------------------------------------------------------*
      *    Faixa geral do codigo contra a guardada na execucao
      *    anterior; grava a de hoje com o carimbo desta execucao.
      *---------------------------------------------------------------*
       350-comparaFaixa.
           initialize fx-registro
           move wrk-codigo                 to fx-codigo
           read abcfaixa
           if ws-status <> "00" and "02"
              add 1                        to ws-total-entraram
              initialize fx-registro
              move wrk-codigo              to fx-codigo
              move ws-faixa                to fx-faixa
              move ws-execucao-num         to fx-execucao
              write fx-registro
              go to 350-comparaFaixa-fim
           end-if
           if fx-execucao > ws-execucao-anterior
              move fx-execucao             to ws-execucao-anterior
           end-if
           if fx-faixa not = ws-faixa
              add 1                        to ws-total-mudaram
              if ws-faixa < fx-faixa
                 add 1                     to ws-total-subiram
              else
                 add 1                     to ws-total-desceram
              end-if
           end-if
           move ws-faixa                   to fx-faixa
           move ws-execucao-num            to fx-execucao
           rewrite fx-registro
           .
       350-comparaFaixa-fim.
           exit.
      *---------------------------------------------------------------*
      *    Curva de cada categoria, pela chave alternativa do
      *    arquivo de trabalho (categoria + valor complementado): a
      *    quebra de categoria fecha o resumo da anterior e abre o
      *    cabecalho da seguinte, com o nome do cadastro de
      *    categorias.
      *---------------------------------------------------------------*
       400-curvaCategorias.
           move "S"                        to ws-cat-primeira
           initialize wrk-registro
           move low-values                 to wrk-chave-cat
           start abcwork key not < wrk-chave-cat
           if ws-status <> "00" and "02"
              go to 400-curvaCategorias-fim
           end-if
           perform until exit
              read abcwork next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if ws-cat-primeira = "S" or
                 wrk-cat-categoria not = ws-cat-corrente
                 if ws-cat-primeira = "N"
                    perform 340-resumoFaixas
                       thru 340-resumoFaixas-fim
                 end-if
                 move "N"                  to ws-cat-primeira
                 perform 410-abreCategoria
                    thru 410-abreCategoria-fim
              end-if
              perform 330-classifica
                 thru 330-classifica-fim
           end-perform
           if ws-cat-primeira = "N"
              perform 340-resumoFaixas
                 thru 340-resumoFaixas-fim
           end-if
           .
       400-curvaCategorias-fim.
           exit.
      *---------------------------------------------------------------*
       410-abreCategoria.
           move wrk-cat-categoria          to ws-cat-corrente
           compute ind = ws-cat-corrente + 1
           move tbc-total(ind)             to ws-base-total
           move tbc-qtde(ind)              to ws-base-qtde
           perform 320-zeraFaixas
              thru 320-zeraFaixas-fim
           initialize cat-registro
           move ws-cat-corrente            to cat-codigo
           read categoria
           if ws-status <> "00" and "02"
              move "(SEM CADASTRO)"        to cat-nome
           end-if
           initialize rpt-linha
           string "CATEGORIA " ws-cat-corrente " - " cat-nome
                  " - " ws-base-qtde " codigos"
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           perform 310-cabecalhoItens
              thru 310-cabecalhoItens-fim
           .
       410-abreCategoria-fim.
           exit.
      *---------------------------------------------------------------*
      *    Codigo com faixa guardada que nao entrou na curva de hoje
      *    (excluido, expurgado) sai do arquivo de faixas e conta
      *    como saida.
      *---------------------------------------------------------------*
       500-mudancasFaixa.
           initialize fx-registro
           move low-values                 to fx-chave
           start abcfaixa key not < fx-chave
           if ws-status <> "00" and "02"
              go to 500-mudancasFaixa-fim
           end-if
           perform until exit
              read abcfaixa next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if fx-execucao not = ws-execucao-num
                 if fx-execucao > ws-execucao-anterior
                    move fx-execucao       to ws-execucao-anterior
                 end-if
                 delete abcfaixa record
                 add 1                     to ws-total-sairam
              end-if
           end-perform
           .
       500-mudancasFaixa-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           initialize rpt-linha
           if ws-execucao-anterior = zeros
              string "MUDANCAS DE FAIXA: primeira execucao, sem "
                     "curva anterior para comparar"
                                           into rpt-linha
              end-string
           else
              string "MUDANCAS DE FAIXA NA CURVA GERAL DESDE "
                     ws-ant-data(7:2) "/" ws-ant-data(5:2) "/"
                     ws-ant-data(1:4) " " ws-ant-hora(1:2) ":"
                     ws-ant-hora(3:2) ": " ws-total-mudaram
                     " codigos mudaram de faixa (subiram "
                     ws-total-subiram ", desceram "
                     ws-total-desceram ")"
                                           into rpt-linha
              end-string
           end-if
           write rpt-linha
           initialize rpt-linha
           string "CODIGOS NOVOS NA CURVA..: " ws-total-entraram
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "CODIGOS FORA DA CURVA...: " ws-total-sairam
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "REGISTROS LIDOS.........: " ws-total-lidos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "CODIGOS CLASSIFICADOS...: " ws-qtde-geral
                                           into rpt-linha
           end-string
           write rpt-linha
           display "CURVAABC: " ws-qtde-geral " codigos classificados, "
                   ws-total-mudaram " mudaram de faixa"
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
           initialize ws-arq-categoria
           string ws-dir-dados delimited by space
                  "/categoria" delimited by size
                                         into ws-arq-categoria
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-abcwork
           string ws-dir-dados delimited by space
                  "/abcwork" delimited by size
                                         into ws-arq-abcwork
           end-string
           initialize ws-arq-abcfaixa
           string ws-dir-dados delimited by space
                  "/abcfaixa" delimited by size
                                         into ws-arq-abcfaixa
           end-string
           initialize ws-arq-abc-rpt
           string ws-dir-dados delimited by space
                  "/curvaabc.txt" delimited by size
                                         into ws-arq-abc-rpt
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close abcwork
           close abcfaixa
           close categoria
           close abc-rpt
           move return-code                to ws-retorno
           call "CBL_DELETE_FILE" using ws-arq-abcwork
           move ws-retorno                 to return-code
           stop run.
