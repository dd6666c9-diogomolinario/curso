       IDENTIFICATION DIVISION.
       PROGRAM-ID. deriva.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Deriva de configuracao entre TESTE e PRODUCAO: compara a
      *    configuracao do diretorio corrente (CURSODADOS, que tem de
      *    ser o TESTE) com a do diretorio de producao (CURSOPROD,
      *    como em refresca.cbl) e lista em deriva.txt, por secao:
      *      PARAMETROS  nome so de um lado ou com valor diferente
      *                  (arquivo central de parametros);
      *      CATEGORIAS  codigo so de um lado ou com nome,
      *                  cat-valor-maximo ou cat-bloqueada
      *                  diferentes;
      *      PLANO       passos de noturno.pla (pelo nome do passo)
      *                  so de um lado, com condicao ou comando
      *                  diferentes, ou em outra posicao na ordem;
      *      REAJUSTE    linhas de reajusta.par (colunas 01-18) que
      *                  so existem de um lado;
      *      USUARIOS    ids so de um lado ou com perfil diferente
      *                  (nome e senha nao entram: o refresco os
      *                  mascara de proposito).
      *    Arquivo ausente de um lado conta como vazio e sai avisado.
      *    Com o parametro DERIVAMODO = ALINHA (do proprio TESTE;
      *    RELATORIO ou ausente = so o relatorio) os parametros
      *    listados em deriva.par (um nome por linha, colunas
      *    01-12; linhas em branco ou comecadas por "*" ignoradas)
      *    sao trazidos para o valor da producao no TESTE - gravados,
      *    regravados ou excluidos - cada um com a linha de
      *    auditoria de parametro de 700-audita de parametro.cbl
      *    (operacao PARAMETRO) marcada origem=PROD. A producao so e
      *    lida, nunca gravada.
      *    TRAVAS: como no refresco, o programa se recusa a rodar
      *    com CURSOAMB diferente de TEST, com CURSOPROD vazio ou
      *    com CURSOPROD igual a CURSODADOS.
      *---------------------------------------------------------------*
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
      *---------------------------------------------------------------*
       input-output section.
       file-control.
      *---------------------------------------------------------------*
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select prm-prod      ASSIGN using ws-nome-prod
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is ppr-chave.
           select categoria     ASSIGN using ws-arq-categoria
                  organization         is indexed
                  access mode          is sequential
                  file status          is ws-status
                  record key           is cat-chave.
           select cat-prod      ASSIGN using ws-nome-prod
                  organization         is indexed
                  access mode          is sequential
                  file status          is ws-status
                  record key           is ctp-chave.
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is sequential
                  file status          is ws-status
                  record key           is usu-chave.
           select usu-prod      ASSIGN using ws-nome-prod
                  organization         is indexed
                  access mode          is sequential
                  file status          is ws-status
                  record key           is usp-chave.
           select plano-pla     ASSIGN using ws-nome-seq
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select reaj-par      ASSIGN using ws-nome-seq
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select deriva-par    ASSIGN using ws-arq-deriva-par
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select deriva-rpt    ASSIGN using ws-arq-deriva-rpt
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select audit-log     ASSIGN using ws-arq-audit-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
      *---------------------------------------------------------------*
       data division.
       file section.
      *---------------------------------------------------------------*
           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

           fd prm-prod.
           01 ppr-registro.
              02 ppr-chave.
                 03 ppr-nome           pic x(012).
              02 ppr-valor             pic x(050).

           fd categoria.
           01 cat-registro.
              02 cat-chave.
                 03 cat-codigo         pic 9(003).
              02 cat-nome              pic x(020).
              02 cat-valor-maximo      pic 9(009)v99.
              02 cat-bloqueada         pic x(001).

           fd cat-prod.
           01 ctp-registro.
              02 ctp-chave.
                 03 ctp-codigo         pic 9(003).
              02 ctp-nome              pic x(020).
              02 ctp-valor-maximo      pic 9(009)v99.
              02 ctp-bloqueada         pic x(001).

           fd usuarios.
           01 usu-registro.
              02 usu-chave.
                 03 usu-id             pic x(008).
              02 usu-nome              pic x(020).
              02 usu-senha             pic x(008).
              02 usu-perfil            pic x(001).
              02 usu-falhas            pic 9(002).
              02 usu-bloqueado         pic x(001).
              02 usu-dt-senha          pic 9(008).

           fd usu-prod.
           01 usp-registro.
              02 usp-chave.
                 03 usp-id             pic x(008).
              02 usp-nome              pic x(020).
              02 usp-senha             pic x(008).
              02 usp-perfil            pic x(001).
              02 usp-falhas            pic 9(002).
              02 usp-bloqueado         pic x(001).
              02 usp-dt-senha          pic 9(008).

           fd plano-pla.
           01 pla-registro.
              02 pla-passo             pic x(008).
              02 pla-condicao          pic x(001).
              02 pla-comando           pic x(071).

           fd reaj-par.
           01 par-registro             pic x(080).

           fd deriva-par.
           01 dpa-registro.
              02 dpa-nome              pic x(012).
              02 filler                pic x(068).

           fd deriva-rpt.
           01 rpt-linha                pic x(132).

           fd audit-log.
           01 audit-registro           pic x(220).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-dir-prod                  pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-nome-prod                 pic x(080)  value spaces.
       01 ws-nome-seq                  pic x(080)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-categoria             pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-deriva-par            pic x(064)  value spaces.
       01 ws-arq-deriva-rpt            pic x(064)  value spaces.
       01 ws-arq-audit-log             pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

       01 ws-modo                      pic x(010)  value spaces.
          88 ws-modo-relatorio         value "RELATORIO".
          88 ws-modo-alinha            value "ALINHA".

       01 ws-aud-usuario               pic x(020)  value spaces.
       01 ws-aud-terminal              pic x(020)  value spaces.
       01 ws-aud-operacao              pic x(011)  value spaces.
       01 ws-valor-antigo              pic x(050)  value spaces.
       01 ws-valor-novo                pic x(050)  value spaces.

      *    Chaves do casamento TESTE x PRODUCAO; high-values marca o
      *    fim de cada lado.
       01 ws-chave-t                   pic x(012)  value spaces.
       01 ws-chave-p                   pic x(012)  value spaces.
       01 ws-titulo                    pic x(060)  value spaces.
       01 ws-lado                      pic x(008)  value spaces.
       01 ws-teto-t-ed                 pic z(008)9,99.
       01 ws-teto-p-ed                 pic z(008)9,99.

      *    Passos de noturno.pla e linhas de reajusta.par de cada
      *    lado; o indicador marca o que ja casou com o outro lado.
       01 tb-pla-t-max                 pic 9(003)  value zeros.
       01 tb-pla-t-tab.
          02 tb-pla-t occurs 99.
             03 tpt-linha              pic x(080).
             03 tpt-casou              pic x(001).
       01 tb-pla-p-max                 pic 9(003)  value zeros.
       01 tb-pla-p-tab.
          02 tb-pla-p occurs 99.
             03 tpp-linha              pic x(080).
             03 tpp-casou              pic x(001).
       01 ws-pla-linha                 pic x(080)  value spaces.
       01 ws-pla-partes redefines ws-pla-linha.
          02 ws-pla-passo              pic x(008).
          02 ws-pla-condicao           pic x(001).
          02 ws-pla-comando            pic x(071).
       01 ws-pla-linha-p               pic x(080)  value spaces.
       01 ws-plp-partes redefines ws-pla-linha-p.
          02 ws-plp-passo              pic x(008).
          02 ws-plp-condicao           pic x(001).
          02 ws-plp-comando            pic x(071).
       01 tb-rea-t-max                 pic 9(003)  value zeros.
       01 tb-rea-t-tab.
          02 tb-rea-t occurs 99.
             03 trt-linha              pic x(018).
             03 trt-casou              pic x(001).
       01 tb-rea-p-max                 pic 9(003)  value zeros.
       01 tb-rea-p-tab.
          02 tb-rea-p occurs 99.
             03 trp-linha              pic x(018).
             03 trp-casou              pic x(001).
       01 ind                          pic 9(003)  value zeros.
       01 ind2                         pic 9(003)  value zeros.
       01 ws-transbordo                pic 9(005)  value zeros.

       01 ws-dif-secao                 pic 9(005)  value zeros.
       01 ws-dif-parametros            pic 9(005)  value zeros.
       01 ws-dif-categorias            pic 9(005)  value zeros.
       01 ws-dif-plano                 pic 9(005)  value zeros.
       01 ws-dif-reajuste              pic 9(005)  value zeros.
       01 ws-dif-usuarios              pic 9(005)  value zeros.
       01 ws-dif-total                 pic 9(006)  value zeros.
       01 ws-tot-alinhados             pic 9(005)  value zeros.
       01 ws-tot-ja-iguais             pic 9(005)  value zeros.
       01 ws-tot-erros                 pic 9(005)  value zeros.
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
           accept ws-aud-usuario   from environment "LOGNAME"
           if ws-aud-usuario = spaces
              move "DESCONHECIDO"          to ws-aud-usuario
           end-if
           accept ws-aud-terminal  from environment "TERM"
           if ws-aud-terminal = spaces
              move "DESCONHECIDO"          to ws-aud-terminal
           end-if
           perform 050-leModo
              thru 050-leModo-fim
           if not ws-modo-relatorio and not ws-modo-alinha
              display "DERIVA: modo invalido em DERIVAMODO: " ws-modo
              move 8                       to return-code
              go to 999-fim
           end-if
           open output deriva-rpt
           if ws-status <> "00"
              display "DERIVA: erro de abertura no arq {DERIVA.TXT}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize rpt-linha
           string "DERIVA DE CONFIGURACAO TESTE x PRODUCAO - MODO "
                  ws-modo
                  " - " ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "TESTE....: " ws-dir-dados into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "PRODUCAO.: " ws-dir-prod  into rpt-linha
           end-string
           write rpt-linha
           perform 100-comparaParametros
              thru 100-comparaParametros-fim
           perform 200-comparaCategorias
              thru 200-comparaCategorias-fim
           perform 300-comparaPlano
              thru 300-comparaPlano-fim
           perform 400-comparaReajuste
              thru 400-comparaReajuste-fim
           perform 500-comparaUsuarios
              thru 500-comparaUsuarios-fim
           if ws-modo-alinha
              perform 600-alinhaParametros
                 thru 600-alinhaParametros-fim
           end-if
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           go to 999-fim.
      *---------------------------------------------------------------*
      *    DERIVAMODO vem do arquivo de parametros do proprio TESTE;
      *    ausente vale RELATORIO (so lista, nada muda).
      *---------------------------------------------------------------*
       050-leModo.
           move "RELATORIO"                to ws-modo
           open input parametros
           if ws-status <> "00"
              go to 050-leModo-fim
           end-if
           initialize prm-registro
           move "DERIVAMODO"               to prm-nome
           read parametros
           if (ws-status = "00" or "02") and prm-valor not = spaces
              move prm-valor(1:10)         to ws-modo
           end-if
           close parametros
           .
       050-leModo-fim.
           exit.
      *---------------------------------------------------------------*
      *    Casamento pelo nome do parametro, os dois arquivos lidos
      *    na ordem da chave.
      *---------------------------------------------------------------*
       100-comparaParametros.
           move "PARAMETROS"               to ws-titulo
           perform 800-titulo
              thru 800-titulo-fim
           open input parametros
           if ws-status <> "00"
              move "TESTE"                 to ws-lado
              perform 810-avisaAusente
                 thru 810-avisaAusente-fim
              move high-values             to ws-chave-t
           else
              perform 110-lePrmTeste
                 thru 110-lePrmTeste-fim
           end-if
           initialize ws-nome-prod
           string ws-dir-prod delimited by space
                  "/parametros" delimited by size
                                         into ws-nome-prod
           end-string
           open input prm-prod
           if ws-status <> "00"
              move "PRODUCAO"              to ws-lado
              perform 810-avisaAusente
                 thru 810-avisaAusente-fim
              move high-values             to ws-chave-p
           else
              perform 115-lePrmProd
                 thru 115-lePrmProd-fim
           end-if
           perform until ws-chave-t = high-values and
                         ws-chave-p = high-values
              evaluate true
              when ws-chave-t < ws-chave-p
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NO TESTE.....: " prm-nome
                        " valor=[" prm-valor "]"
                                           into rpt-linha
                 end-string
                 write rpt-linha
                 perform 110-lePrmTeste
                    thru 110-lePrmTeste-fim
              when ws-chave-t > ws-chave-p
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NA PRODUCAO..: " ppr-nome
                        " valor=[" ppr-valor "]"
                                           into rpt-linha
                 end-string
                 write rpt-linha
                 perform 115-lePrmProd
                    thru 115-lePrmProd-fim
              when other
                 if prm-valor not = ppr-valor
                    add 1                  to ws-dif-secao
                    initialize rpt-linha
                    string "  VALOR DIFERENTE.: " prm-nome
                           " teste=[" prm-valor(1:30) "]"
                           " producao=[" ppr-valor(1:30) "]"
                                           into rpt-linha
                    end-string
                    write rpt-linha
                 end-if
                 perform 110-lePrmTeste
                    thru 110-lePrmTeste-fim
                 perform 115-lePrmProd
                    thru 115-lePrmProd-fim
              end-evaluate
           end-perform
           close parametros
           close prm-prod
           move ws-dif-secao               to ws-dif-parametros
           perform 820-totalSecao
              thru 820-totalSecao-fim
           .
       100-comparaParametros-fim.
           exit.
      *---------------------------------------------------------------*
       110-lePrmTeste.
           read parametros next record
           if ws-status = "00" or "02"
              move prm-nome                to ws-chave-t
           else
              move high-values             to ws-chave-t
           end-if
           .
       110-lePrmTeste-fim.
           exit.
      *---------------------------------------------------------------*
       115-lePrmProd.
           read prm-prod next record
           if ws-status = "00" or "02"
              move ppr-nome                to ws-chave-p
           else
              move high-values             to ws-chave-p
           end-if
           .
       115-lePrmProd-fim.
           exit.
      *---------------------------------------------------------------*
      *    Casamento pelo codigo da categoria; cada campo diferente
      *    sai numa linha propria.
      *---------------------------------------------------------------*
       200-comparaCategorias.
           move "CATEGORIAS"               to ws-titulo
           perform 800-titulo
              thru 800-titulo-fim
           open input categoria
           if ws-status <> "00"
              move "TESTE"                 to ws-lado
              perform 810-avisaAusente
                 thru 810-avisaAusente-fim
              move high-values             to ws-chave-t
           else
              perform 210-leCatTeste
                 thru 210-leCatTeste-fim
           end-if
           initialize ws-nome-prod
           string ws-dir-prod delimited by space
                  "/categoria" delimited by size
                                         into ws-nome-prod
           end-string
           open input cat-prod
           if ws-status <> "00"
              move "PRODUCAO"              to ws-lado
              perform 810-avisaAusente
                 thru 810-avisaAusente-fim
              move high-values             to ws-chave-p
           else
              perform 215-leCatProd
                 thru 215-leCatProd-fim
           end-if
           perform until ws-chave-t = high-values and
                         ws-chave-p = high-values
              evaluate true
              when ws-chave-t < ws-chave-p
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NO TESTE.....: " cat-codigo
                        " [" cat-nome "]"
                                           into rpt-linha
                 end-string
                 write rpt-linha
                 perform 210-leCatTeste
                    thru 210-leCatTeste-fim
              when ws-chave-t > ws-chave-p
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NA PRODUCAO..: " ctp-codigo
                        " [" ctp-nome "]"
                                           into rpt-linha
                 end-string
                 write rpt-linha
                 perform 215-leCatProd
                    thru 215-leCatProd-fim
              when other
                 perform 220-confereCategoria
                    thru 220-confereCategoria-fim
                 perform 210-leCatTeste
                    thru 210-leCatTeste-fim
                 perform 215-leCatProd
                    thru 215-leCatProd-fim
              end-evaluate
           end-perform
           close categoria
           close cat-prod
           move ws-dif-secao               to ws-dif-categorias
           perform 820-totalSecao
              thru 820-totalSecao-fim
           .
       200-comparaCategorias-fim.
           exit.
      *---------------------------------------------------------------*
       210-leCatTeste.
           read categoria next record
           if ws-status = "00" or "02"
              move cat-codigo              to ws-chave-t
           else
              move high-values             to ws-chave-t
           end-if
           .
       210-leCatTeste-fim.
           exit.
      *---------------------------------------------------------------*
       215-leCatProd.
           read cat-prod next record
           if ws-status = "00" or "02"
              move ctp-codigo              to ws-chave-p
           else
              move high-values             to ws-chave-p
           end-if
           .
       215-leCatProd-fim.
           exit.
      *---------------------------------------------------------------*
       220-confereCategoria.
           if cat-nome not = ctp-nome
              add 1                        to ws-dif-secao
              initialize rpt-linha
              string "  NOME DIFERENTE..: " cat-codigo
                     " teste=[" cat-nome "]"
                     " producao=[" ctp-nome "]"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           if cat-valor-maximo not = ctp-valor-maximo
              add 1                        to ws-dif-secao
              move cat-valor-maximo        to ws-teto-t-ed
              move ctp-valor-maximo        to ws-teto-p-ed
              initialize rpt-linha
              string "  TETO DIFERENTE..: " cat-codigo
                     " teste=" ws-teto-t-ed
                     " producao=" ws-teto-p-ed
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           if cat-bloqueada not = ctp-bloqueada
              add 1                        to ws-dif-secao
              initialize rpt-linha
              string "  BLOQUEIO DIFER..: " cat-codigo
                     " teste=" cat-bloqueada
                     " producao=" ctp-bloqueada
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       220-confereCategoria-fim.
           exit.
      *---------------------------------------------------------------*
      *    Passos do plano casados pelo nome (o primeiro passo de
      *    mesmo nome ainda livre do outro lado): condicao, comando
      *    e posicao na ordem de execucao.
      *---------------------------------------------------------------*
       300-comparaPlano.
           move "PLANO NOTURNO (noturno.pla)"
                                           to ws-titulo
           perform 800-titulo
              thru 800-titulo-fim
           move zeros                      to tb-pla-t-max
                                              tb-pla-p-max
           initialize ws-nome-seq
           string ws-dir-dados delimited by space
                  "/noturno.pla" delimited by size
                                         into ws-nome-seq
           end-string
           move "TESTE"                    to ws-lado
           perform 310-carregaPlano
              thru 310-carregaPlano-fim
           move tb-pla-p-tab               to tb-pla-t-tab
           move tb-pla-p-max               to tb-pla-t-max
           move zeros                      to tb-pla-p-max
           initialize ws-nome-seq
           string ws-dir-prod delimited by space
                  "/noturno.pla" delimited by size
                                         into ws-nome-seq
           end-string
           move "PRODUCAO"                 to ws-lado
           perform 310-carregaPlano
              thru 310-carregaPlano-fim
           perform varying ind from 1 by 1 until ind > tb-pla-t-max
              move tpt-linha(ind)          to ws-pla-linha
              perform varying ind2 from 1 by 1
                        until ind2 > tb-pla-p-max
                 if tpp-casou(ind2) = "N" and
                    tpp-linha(ind2)(1:8) = ws-pla-passo
                    exit perform
                 end-if
              end-perform
              if ind2 > tb-pla-p-max
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NO TESTE.....: " ind " " ws-pla-passo
                        " " ws-pla-condicao " " ws-pla-comando(1:60)
                                           into rpt-linha
                 end-string
                 write rpt-linha
              else
                 move "S"                  to tpp-casou(ind2)
                 move tpp-linha(ind2)      to ws-pla-linha-p
                 perform 320-conferePasso
                    thru 320-conferePasso-fim
              end-if
           end-perform
           perform varying ind2 from 1 by 1 until ind2 > tb-pla-p-max
              if tpp-casou(ind2) = "N"
                 move tpp-linha(ind2)      to ws-pla-linha-p
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NA PRODUCAO..: " ind2 " " ws-plp-passo
                        " " ws-plp-condicao " " ws-plp-comando(1:60)
                                           into rpt-linha
                 end-string
                 write rpt-linha
              end-if
           end-perform
           move ws-dif-secao               to ws-dif-plano
           perform 820-totalSecao
              thru 820-totalSecao-fim
           .
       300-comparaPlano-fim.
           exit.
      *---------------------------------------------------------------*
      *    Carrega em tb-pla-p o plano de ws-nome-seq com as mesmas
      *    regras do condutor (linha em branco ou "*" nao e passo).
      *---------------------------------------------------------------*
       310-carregaPlano.
           move zeros                      to ws-transbordo
           open input plano-pla
           if ws-status <> "00"
              perform 810-avisaAusente
                 thru 810-avisaAusente-fim
              go to 310-carregaPlano-fim
           end-if
           perform until exit
              read plano-pla
              if ws-status <> "00"
                 exit perform
              end-if
              if pla-registro = spaces or pla-registro(1:1) = "*"
                 exit perform cycle
              end-if
              if tb-pla-p-max < 99
                 add 1                     to tb-pla-p-max
                 move pla-registro         to tpp-linha(tb-pla-p-max)
                 move "N"                  to tpp-casou(tb-pla-p-max)
              else
                 add 1                     to ws-transbordo
              end-if
           end-perform
           close plano-pla
           if ws-transbordo > 0
              initialize rpt-linha
              string "  AVISO: " ws-transbordo " passos alem de 99 "
                     "no plano de " ws-lado " nao comparados"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       310-carregaPlano-fim.
           exit.
      *---------------------------------------------------------------*
       320-conferePasso.
           if ws-pla-condicao not = ws-plp-condicao or
              ws-pla-comando not = ws-plp-comando
              add 1                        to ws-dif-secao
              initialize rpt-linha
              string "  PASSO DIFERENTE.: " ws-pla-passo
                     " teste=[" ws-pla-condicao " "
                     ws-pla-comando(1:40) "]"
                                           into rpt-linha
              end-string
              write rpt-linha
              initialize rpt-linha
              string "                    " ws-plp-passo
                     " prod.=[" ws-plp-condicao " "
                     ws-plp-comando(1:40) "]"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           if ind not = ind2
              add 1                        to ws-dif-secao
              initialize rpt-linha
              string "  ORDEM DIFERENTE.: " ws-pla-passo
                     " posicao no teste " ind
                     ", na producao " ind2
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       320-conferePasso-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linhas de reajusta.par (categoria, percentual e vigencia,
      *    colunas 01-18) comparadas como conjunto: a ordem das
      *    linhas nao importa para o reajusta.
      *---------------------------------------------------------------*
       400-comparaReajuste.
           move "TABELA DE REAJUSTE (reajusta.par)"
                                           to ws-titulo
           perform 800-titulo
              thru 800-titulo-fim
           move zeros                      to tb-rea-p-max
           initialize ws-nome-seq
           string ws-dir-dados delimited by space
                  "/reajusta.par" delimited by size
                                         into ws-nome-seq
           end-string
           move "TESTE"                    to ws-lado
           perform 410-carregaReajuste
              thru 410-carregaReajuste-fim
           move tb-rea-p-tab               to tb-rea-t-tab
           move tb-rea-p-max               to tb-rea-t-max
           move zeros                      to tb-rea-p-max
           initialize ws-nome-seq
           string ws-dir-prod delimited by space
                  "/reajusta.par" delimited by size
                                         into ws-nome-seq
           end-string
           move "PRODUCAO"                 to ws-lado
           perform 410-carregaReajuste
              thru 410-carregaReajuste-fim
           perform varying ind from 1 by 1 until ind > tb-rea-t-max
              perform varying ind2 from 1 by 1
                        until ind2 > tb-rea-p-max
                 if trp-casou(ind2) = "N" and
                    trp-linha(ind2) = trt-linha(ind)
                    exit perform
                 end-if
              end-perform
              if ind2 > tb-rea-p-max
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NO TESTE.....: [" trt-linha(ind) "]"
                                           into rpt-linha
                 end-string
                 write rpt-linha
              else
                 move "S"                  to trp-casou(ind2)
              end-if
           end-perform
           perform varying ind2 from 1 by 1 until ind2 > tb-rea-p-max
              if trp-casou(ind2) = "N"
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NA PRODUCAO..: [" trp-linha(ind2) "]"
                                           into rpt-linha
                 end-string
                 write rpt-linha
              end-if
           end-perform
           move ws-dif-secao               to ws-dif-reajuste
           perform 820-totalSecao
              thru 820-totalSecao-fim
           .
       400-comparaReajuste-fim.
           exit.
      *---------------------------------------------------------------*
       410-carregaReajuste.
           move zeros                      to ws-transbordo
           open input reaj-par
           if ws-status <> "00"
              perform 810-avisaAusente
                 thru 810-avisaAusente-fim
              go to 410-carregaReajuste-fim
           end-if
           perform until exit
              read reaj-par
              if ws-status <> "00"
                 exit perform
              end-if
              if par-registro(1:18) = spaces
                 exit perform cycle
              end-if
              if tb-rea-p-max < 99
                 add 1                     to tb-rea-p-max
                 move par-registro(1:18)   to trp-linha(tb-rea-p-max)
                 move "N"                  to trp-casou(tb-rea-p-max)
              else
                 add 1                     to ws-transbordo
              end-if
           end-perform
           close reaj-par
           if ws-transbordo > 0
              initialize rpt-linha
              string "  AVISO: " ws-transbordo " linhas alem de 99 "
                     "no reajusta.par de " ws-lado " nao comparadas"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       410-carregaReajuste-fim.
           exit.
      *---------------------------------------------------------------*
      *    Casamento pelo id do usuario; so o perfil e comparado.
      *---------------------------------------------------------------*
       500-comparaUsuarios.
           move "USUARIOS (perfil)"        to ws-titulo
           perform 800-titulo
              thru 800-titulo-fim
           open input usuarios
           if ws-status <> "00"
              move "TESTE"                 to ws-lado
              perform 810-avisaAusente
                 thru 810-avisaAusente-fim
              move high-values             to ws-chave-t
           else
              perform 510-leUsuTeste
                 thru 510-leUsuTeste-fim
           end-if
           initialize ws-nome-prod
           string ws-dir-prod delimited by space
                  "/usuarios" delimited by size
                                         into ws-nome-prod
           end-string
           open input usu-prod
           if ws-status <> "00"
              move "PRODUCAO"              to ws-lado
              perform 810-avisaAusente
                 thru 810-avisaAusente-fim
              move high-values             to ws-chave-p
           else
              perform 515-leUsuProd
                 thru 515-leUsuProd-fim
           end-if
           perform until ws-chave-t = high-values and
                         ws-chave-p = high-values
              evaluate true
              when ws-chave-t < ws-chave-p
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NO TESTE.....: " usu-id
                        " perfil=" usu-perfil
                                           into rpt-linha
                 end-string
                 write rpt-linha
                 perform 510-leUsuTeste
                    thru 510-leUsuTeste-fim
              when ws-chave-t > ws-chave-p
                 add 1                     to ws-dif-secao
                 initialize rpt-linha
                 string "  SO NA PRODUCAO..: " usp-id
                        " perfil=" usp-perfil
                                           into rpt-linha
                 end-string
                 write rpt-linha
                 perform 515-leUsuProd
                    thru 515-leUsuProd-fim
              when other
                 if usu-perfil not = usp-perfil
                    add 1                  to ws-dif-secao
                    initialize rpt-linha
                    string "  PERFIL DIFERENTE: " usu-id
                           " teste=" usu-perfil
                           " producao=" usp-perfil
                                           into rpt-linha
                    end-string
                    write rpt-linha
                 end-if
                 perform 510-leUsuTeste
                    thru 510-leUsuTeste-fim
                 perform 515-leUsuProd
                    thru 515-leUsuProd-fim
              end-evaluate
           end-perform
           close usuarios
           close usu-prod
           move ws-dif-secao               to ws-dif-usuarios
           perform 820-totalSecao
              thru 820-totalSecao-fim
           .
       500-comparaUsuarios-fim.
           exit.
      *---------------------------------------------------------------*
       510-leUsuTeste.
           read usuarios next record
           if ws-status = "00" or "02"
              move usu-id                  to ws-chave-t
           else
              move high-values             to ws-chave-t
           end-if
           .
       510-leUsuTeste-fim.
           exit.
      *---------------------------------------------------------------*
       515-leUsuProd.
           read usu-prod next record
           if ws-status = "00" or "02"
              move usp-id                  to ws-chave-p
           else
              move high-values             to ws-chave-p
           end-if
           .
       515-leUsuProd-fim.
           exit.
      *---------------------------------------------------------------*
      *    Modo ALINHA: cada nome de deriva.par recebe no TESTE o
      *    valor que tem na producao (gravado se faltava, regravado
      *    se diferia, excluido se a producao nao tem), com a linha
      *    de auditoria de parametro.
      *---------------------------------------------------------------*
       600-alinhaParametros.
           move "ALINHAMENTO DE PARAMETROS (deriva.par)"
                                           to ws-titulo
           perform 800-titulo
              thru 800-titulo-fim
           open input deriva-par
           if ws-status <> "00"
              move "deriva.par ausente ou ilegivel - nada alinhado"
                                           to rpt-linha
              write rpt-linha
              go to 600-alinhaParametros-fim
           end-if
           open i-o parametros
           if ws-status = "35"
              open output parametros
              close parametros
              open i-o parametros
           end-if
           if ws-status <> "00" and "05"
              initialize rpt-linha
              string "ERRO DE ABERTURA NOS PARAMETROS DO TESTE FS=("
                     ws-status ") - nada alinhado"
                                           into rpt-linha
              end-string
              write rpt-linha
              move 8                       to return-code
              close deriva-par
              go to 600-alinhaParametros-fim
           end-if
           initialize ws-nome-prod
           string ws-dir-prod delimited by space
                  "/parametros" delimited by size
                                         into ws-nome-prod
           end-string
           open input prm-prod
           if ws-status <> "00"
              initialize rpt-linha
              string "PARAMETROS DA PRODUCAO ILEGIVEIS FS=("
                     ws-status ") - nada alinhado"
                                           into rpt-linha
              end-string
              write rpt-linha
              move 8                       to return-code
              close deriva-par
              close parametros
              go to 600-alinhaParametros-fim
           end-if
           open extend audit-log
           if ws-status = "35"
              open output audit-log
              close audit-log
              open extend audit-log
           end-if
           perform until exit
              read deriva-par
              if ws-status <> "00"
                 exit perform
              end-if
              if dpa-nome = spaces or dpa-nome(1:1) = "*"
                 exit perform cycle
              end-if
              perform 610-alinhaUm
                 thru 610-alinhaUm-fim
           end-perform
           close deriva-par
           close parametros
           close prm-prod
           close audit-log
           initialize rpt-linha
           string "  ALINHADOS: " ws-tot-alinhados
                  "  JA IGUAIS: " ws-tot-ja-iguais
                  "  COM ERRO: " ws-tot-erros
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       600-alinhaParametros-fim.
           exit.
      *---------------------------------------------------------------*
       610-alinhaUm.
           initialize ppr-registro
           move dpa-nome                   to ppr-nome
           read prm-prod
           if ws-status = "00" or "02"
              move ppr-valor               to ws-valor-novo
           else
              move high-values             to ws-valor-novo
           end-if
           initialize prm-registro
           move dpa-nome                   to prm-nome
           read parametros
           if ws-status = "00" or "02"
              move prm-valor               to ws-valor-antigo
           else
              move high-values             to ws-valor-antigo
           end-if
           if ws-valor-novo = ws-valor-antigo
              if ws-valor-novo = high-values
                 add 1                     to ws-tot-erros
                 initialize rpt-linha
                 string "  NAO EXISTE......: " dpa-nome
                        " - nem no teste nem na producao"
                                           into rpt-linha
                 end-string
              else
                 add 1                     to ws-tot-ja-iguais
                 initialize rpt-linha
                 string "  JA IGUAL........: " dpa-nome
                                           into rpt-linha
                 end-string
              end-if
              write rpt-linha
              go to 610-alinhaUm-fim
           end-if
           evaluate true
           when ws-valor-novo = high-values
              delete parametros record
              move spaces                  to ws-valor-novo
           when ws-valor-antigo = high-values
              initialize prm-registro
              move dpa-nome                to prm-nome
              move ws-valor-novo           to prm-valor
              write prm-registro
              move spaces                  to ws-valor-antigo
           when other
              move ws-valor-novo           to prm-valor
              rewrite prm-registro
           end-evaluate
           if ws-status <> "00" and "02"
              add 1                        to ws-tot-erros
              initialize rpt-linha
              string "  ERRO............: " dpa-nome
                     " FS=(" ws-status ") - nao alinhado"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 610-alinhaUm-fim
           end-if
           add 1                           to ws-tot-alinhados
           initialize rpt-linha
           string "  ALINHADO........: " dpa-nome
                  " antes=[" ws-valor-antigo(1:30) "]"
                  " depois=[" ws-valor-novo(1:30) "]"
                                           into rpt-linha
           end-string
           write rpt-linha
           perform 700-audita
              thru 700-audita-fim
           .
       610-alinhaUm-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha de auditoria no formato de 700-audita de
      *    parametro.cbl (operacao PARAMETRO, nome, valor antigo e
      *    novo), com a origem PROD no fim.
      *---------------------------------------------------------------*
       700-audita.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           move "PARAMETRO"                to ws-aud-operacao
           initialize audit-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-aud-operacao
                  " usuario=" ws-aud-usuario
                  " terminal=" ws-aud-terminal
                  " parametro=" dpa-nome
                  " antes=[" ws-valor-antigo(1:20) "]"
                  " depois=[" ws-valor-novo(1:20) "]"
                  " origem=PROD"
                                           into audit-registro
           end-string
           write audit-registro
           .
       700-audita-fim.
           exit.
      *---------------------------------------------------------------*
       800-titulo.
           move zeros                      to ws-dif-secao
           move spaces                     to rpt-linha
           write rpt-linha
           move ws-titulo                  to rpt-linha
           write rpt-linha
           move all "-"                    to rpt-linha(1:60)
           write rpt-linha
           .
       800-titulo-fim.
           exit.
      *---------------------------------------------------------------*
       810-avisaAusente.
           initialize rpt-linha
           string "  AVISO: arquivo ausente ou ilegivel no "
                  ws-lado " FS=(" ws-status ") - tratado como vazio"
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       810-avisaAusente-fim.
           exit.
      *---------------------------------------------------------------*
       820-totalSecao.
           add ws-dif-secao                to ws-dif-total
           initialize rpt-linha
           if ws-dif-secao = 0
              move "  SEM DIFERENCAS"      to rpt-linha
           else
              string "  DIFERENCAS NA SECAO: " ws-dif-secao
                                           into rpt-linha
              end-string
           end-if
           write rpt-linha
           .
       820-totalSecao-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           move spaces                     to rpt-linha
           write rpt-linha
           move "RESUMO"                   to rpt-linha
           write rpt-linha
           initialize rpt-linha
           string "PARAMETROS...: " ws-dif-parametros
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "CATEGORIAS...: " ws-dif-categorias
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "PLANO........: " ws-dif-plano
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "REAJUSTE.....: " ws-dif-reajuste
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "USUARIOS.....: " ws-dif-usuarios
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "TOTAL........: " ws-dif-total
                                           into rpt-linha
           end-string
           write rpt-linha
           if ws-modo-alinha
              initialize rpt-linha
              string "PARAMETROS ALINHADOS NO TESTE: "
                     ws-tot-alinhados
                                           into rpt-linha
              end-string
              write rpt-linha
           else
              move "MODO RELATORIO - NADA FOI ALTERADO"
                                           to rpt-linha
              write rpt-linha
           end-if
           display "DERIVA: " ws-dif-total " diferencas entre TESTE "
                   "e PRODUCAO, " ws-tot-alinhados
                   " parametros alinhados"
           .
       900-imprimeResumo-fim.
           exit.
      *---------------------------------------------------------------*
      *    Resolve o diretorio de dados da variavel de ambiente
      *    CURSODADOS e o ambiente de CURSOAMB, com as travas do
      *    refresco (refresca.cbl): so no TESTE, e com o diretorio
      *    da producao em CURSOPROD, diferente do corrente.
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
           if ws-ambiente not = "TEST"
              display "DERIVA: so roda com CURSOAMB=TEST - a "
                      "producao e so lida, nunca alinhada"
              go to 005-ambiente-fim
           end-if
           accept ws-dir-prod from environment "CURSOPROD"
           if ws-dir-prod = spaces
              display "DERIVA: CURSOPROD nao definido (diretorio "
                      "de dados de producao) - encerrando"
              go to 005-ambiente-fim
           end-if
           if ws-dir-prod = ws-dir-dados
              display "DERIVA: CURSOPROD igual a CURSODADOS - "
                      "nao ha o que comparar"
              go to 005-ambiente-fim
           end-if
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-categoria
           string ws-dir-dados delimited by space
                  "/categoria" delimited by size
                                         into ws-arq-categoria
           end-string
           initialize ws-arq-usuarios
           string ws-dir-dados delimited by space
                  "/usuarios" delimited by size
                                         into ws-arq-usuarios
           end-string
           initialize ws-arq-deriva-par
           string ws-dir-dados delimited by space
                  "/deriva.par" delimited by size
                                         into ws-arq-deriva-par
           end-string
           initialize ws-arq-deriva-rpt
           string ws-dir-dados delimited by space
                  "/deriva.txt" delimited by size
                                         into ws-arq-deriva-rpt
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
           close deriva-rpt
           stop run.
