       IDENTIFICATION DIVISION.
       PROGRAM-ID. integra.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Conferencia noturna de integridade entre os arquivos que
      *    apontam uns para os outros, para pegar o estrago de uma
      *    fusao, expurgo, restauracao ou refresco de TEST antes do
      *    fechamento do mes. Cada problema sai numa linha de
      *    integra.txt com a sua classe:
      *      CATEGORIA  arq-categoria zerada ou ausente de "categoria"
      *      NOTAORFA   notas de codigo que nao existe em "arquivo"
      *                 nem em nenhum expurgo-AAAAMMDD.dat (3 anos)
      *      VERSAOORFA versoes de codigo idem
      *      ESTOQORFAO movimentos de estoque de codigo idem
      *      REJEITADO  entrada de "rejeitados" cujo codigo ja esta
      *                 no cadastro (a correcao ficou pendurada)
      *      DIGITO     codigo do cadastro que nao passa no digito
      *                 verificador de recebeCodigo-validaDV
      *      PENDENTE   registro nao excluido com situacao "P" e
      *                 dtTeste mais antiga que INTEGRADIASP dias
      *      USUARIO    usuario de linha de auditoria (36 meses,
      *                 inclusive arquivadas) fora de "usuarios" -
      *                 uma linha por usuario, com a contagem
      *    e, no fim, o total de cada classe. Parametros do arquivo
      *    central (parametro.cbl):
      *      INTEGRADIASP  idade em dias de um "P" (padrao 30)
      *      INTEGRALIMIT  total de problemas tolerado (padrao 0)
      *    Com o total acima do limite o programa termina com codigo
      *    de retorno 8, e o noturno registra o passo como FALHA.
      *    So le - nada e corrigido aqui.
      *---------------------------------------------------------------*
       environment division.
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
           select categoria     ASSIGN using ws-arq-categoria
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is cat-chave.
           select versoes       ASSIGN using ws-arq-versoes
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is ver-chave.
           select notas         ASSIGN using ws-arq-notas
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is nota-chave.
           select movestoque    ASSIGN using ws-arq-movestoque
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is mve-chave.
           select rejeitados    ASSIGN using ws-arq-rejeitados
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is rej-chave.
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is usu-chave.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select audit-log     ASSIGN using ws-nome-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select expurgo-arq   ASSIGN using ws-nome-morto
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select integra-rpt   ASSIGN using ws-arq-integra-rpt
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

           fd notas.
           01 nota-registro.
              02 nota-chave.
                 03 nota-codigo        pic 9(005).
                 03 nota-seq           pic 9(004).
              02 nota-data             pic 9(008).
              02 nota-hora             pic 9(008).
              02 nota-usuario          pic x(008).
              02 nota-texto            pic x(060).

           fd movestoque.
           01 mve-registro.
              02 mve-chave.
                 03 mve-codigo         pic 9(005).
                 03 mve-data           pic 9(008).
                 03 mve-hora           pic 9(008).
              02 mve-tipo              pic x(001).
              02 mve-entrada           pic 9(005).
              02 mve-saida             pic 9(005).
              02 mve-valor-unit        pic 9(009)v99.
              02 mve-documento         pic x(012).
              02 mve-usuario           pic x(008).
              02 mve-origem            pic x(008).
              02 mve-saldo             pic 9(005).

           fd rejeitados.
           01 rej-registro.
              02 rej-chave.
                 03 rej-codigo         pic 9(005).
                 03 rej-seq            pic 9(004).
              02 rej-descricao         pic x(020).
              02 rej-dtTeste           pic 9(008).
              02 rej-situacao          pic x(001).
              02 rej-valor             pic 9(009)v99.
              02 rej-quantidade        pic 9(005).
              02 rej-motivo            pic x(030).
              02 rej-tipo-mov          pic x(001).

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

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

           fd audit-log.
           01 audit-registro           pic x(250).

           fd expurgo-arq.
           01 morto-registro.
              02 morto-codigo          pic 9(005).
              02 morto-descricao       pic x(020).
              02 morto-dtTeste         pic 9(008).
              02 morto-excluido        pic x(001).
              02 morto-situacao        pic x(001).
              02 morto-categoria       pic 9(003).
              02 morto-valor           pic 9(009)v99.
              02 morto-quantidade      pic 9(005).

           fd integra-rpt.
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
       01 ws-arq-versoes               pic x(064)  value spaces.
       01 ws-arq-notas                 pic x(064)  value spaces.
       01 ws-arq-movestoque            pic x(064)  value spaces.
       01 ws-arq-rejeitados            pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-integra-rpt           pic x(064)  value spaces.
       01 ws-nome-log                  pic x(080)  value spaces.
       01 ws-nome-morto                pic x(080)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

       01 ws-abertos.
          02 ws-cat-aberta             pic x(001)  value "N".
             88 ws-cat-aberta-sim      value "S".
          02 ws-usu-aberta             pic x(001)  value "N".
             88 ws-usu-aberta-sim      value "S".

       01 ws-prm-nome                  pic x(012)  value spaces.
       01 ws-prm-valor                 pic x(050)  value spaces.
       01 ws-prm-achou                 pic x(001)  value "N".
          88 ws-prm-achou-sim          value "S".
       01 ws-dias-p                    pic 9(005)  value 30.
       01 ws-limite                    pic 9(007)  value zeros.

      *    Codigos presentes em algum arquivo morto do expurgo,
      *    marcados pela posicao (o proprio codigo e o indice).
       01 tb-morto-tab.
          02 tb-morto                  pic x(001)  occurs 99999.
       01 ws-data-varre                pic 9(008)  value zeros.
       01 redefines ws-data-varre.
          02 ws-var-ano                pic 9(004).
          02 ws-var-mes                pic 9(002).
          02 ws-var-dia                pic 9(002).
       01 tab-ddMes                    pic x(024)  value
           "312831303130313130313031".
       01 redefines tab-ddMes.
          02 tb-ddMes                  pic 9(002)  occurs 12.
       01 ws-CalcAno.
          02 ws-intAno                 pic 9(004)  value zeros.
          02 ws-restoAno               pic 9(002)  value zeros.
       01 ws-dias-varridos             pic 9(005)  value zeros.
       01 ws-arqs-mortos               pic 9(005)  value zeros.

      *    Digito verificador, mesma conta de recebeCodigo-validaDV
      *    em inicio.cbl.
       01 ws-codigo                    pic 9(005)  value zeros.
       01 ws-CalcCodigo.
          02 ws-cod-base               pic 9(004)  value zeros.
          02 ws-cod-verif              pic 9(001)  value zeros.
          02 ws-cod-resto1             pic 9(004)  value zeros.
          02 ws-cod-resto2             pic 9(003)  value zeros.
          02 ws-cod-d1                 pic 9(001)  value zeros.
          02 ws-cod-d2                 pic 9(001)  value zeros.
          02 ws-cod-d3                 pic 9(001)  value zeros.
          02 ws-cod-d4                 pic 9(001)  value zeros.
          02 ws-cod-p1                 pic 9(002)  value zeros.
          02 ws-cod-p2                 pic 9(002)  value zeros.
          02 ws-cod-p3                 pic 9(002)  value zeros.
          02 ws-cod-p4                 pic 9(002)  value zeros.
          02 ws-cod-soma               pic 9(003)  value zeros.
          02 ws-cod-descarte           pic 9(002)  value zeros.
          02 ws-cod-calc               pic 9(001)  value zeros.

      *    Conversao de AAAAMMDD para numero corrido de dias, a de
      *    calculaDias em expurgo.cbl.
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

      *    Orfaos: cada codigo e conferido uma vez so por arquivo.
       01 ws-orf-ultimo                pic 9(005)  value zeros.
       01 ws-orf-qtde                  pic 9(005)  value zeros.
       01 ws-orf-classe                pic x(010)  value spaces.
       01 ws-existe                    pic x(001)  value "N".
          88 ws-existe-sim             value "S".

      *    Linha de auditoria, espelhando 700-audita-grava.
       01 ws-aud-linha                  pic x(220).
       01 redefines ws-aud-linha.
          02 lin-aud-data               pic 9(008).
          02 filler                     pic x(001).
          02 lin-aud-hora               pic x(008).
          02 filler                     pic x(001).
          02 lin-aud-operacao           pic x(011).
          02 filler                     pic x(009).
          02 lin-aud-usuario            pic x(020).
          02 filler                     pic x(190).
       01 ws-per-ano                   pic 9(004)  value zeros.
       01 ws-per-mes                   pic 9(002)  value zeros.
       01 ws-per                       pic 9(006)  value zeros.
       01 redefines ws-per.
          02 ws-per-aaaa               pic 9(004).
          02 ws-per-mm                 pic 9(002).
       01 tb-usu-max                   pic 9(003)  value zeros.
       01 tb-usu-tab.
          02 tb-usu occurs 200.
             03 tb-usu-id              pic x(020).
             03 tb-usu-qtde            pic 9(007).
             03 tb-usu-existe          pic x(001).
       01 ws-usu-estouro               pic x(001)  value "N".
          88 ws-usu-estouro-sim        value "S".

       01 ws-totais.
          02 ws-tot-categoria          pic 9(007)  value zeros.
          02 ws-tot-notaorfa           pic 9(007)  value zeros.
          02 ws-tot-versaoorfa         pic 9(007)  value zeros.
          02 ws-tot-estoqorfao         pic 9(007)  value zeros.
          02 ws-tot-rejeitado          pic 9(007)  value zeros.
          02 ws-tot-digito             pic 9(007)  value zeros.
          02 ws-tot-pendente           pic 9(007)  value zeros.
          02 ws-tot-usuario            pic 9(007)  value zeros.
       01 ws-tot-geral                 pic 9(007)  value zeros.
       01 ws-tot-registros             pic 9(007)  value zeros.
       01 ind                          pic 9(005)  value zeros.
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
           move ws-data-exec               to ws-cnv-data
           perform calculaDias
              thru calculaDias-fim
           move ws-cnv-dias                to ws-dias-hoje
           perform 100-leParametro
              thru 100-leParametro-fim
           perform 150-abreArquivos
              thru 150-abreArquivos-fim
           perform 200-carregaMortos
              thru 200-carregaMortos-fim
           perform 300-confereCadastro
              thru 300-confereCadastro-fim
           move "NOTAORFA"                 to ws-orf-classe
           perform 400-notasOrfas
              thru 400-notasOrfas-fim
           move "VERSAOORFA"               to ws-orf-classe
           perform 410-versoesOrfas
              thru 410-versoesOrfas-fim
           move "ESTOQORFAO"               to ws-orf-classe
           perform 420-estoqueOrfao
              thru 420-estoqueOrfao-fim
           perform 500-rejeitados
              thru 500-rejeitados-fim
           perform 600-usuarios
              thru 600-usuarios-fim
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           if ws-tot-geral > ws-limite
              move 8                       to return-code
           end-if
           go to 999-fim.
      *---------------------------------------------------------------*
       100-leParametro.
           open input parametros
           if ws-status <> "00"
              go to 100-leParametro-fim
           end-if
           move "INTEGRADIASP"             to ws-prm-nome
           perform 105-lePar
              thru 105-lePar-fim
           if ws-prm-achou-sim and ws-prm-valor(1:9) numeric
              move ws-prm-valor(5:5)       to ws-dias-p
           end-if
           move "INTEGRALIMIT"             to ws-prm-nome
           perform 105-lePar
              thru 105-lePar-fim
           if ws-prm-achou-sim and ws-prm-valor(1:9) numeric
              move ws-prm-valor(3:7)       to ws-limite
           end-if
           close parametros
           .
       100-leParametro-fim.
           exit.
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
           open input arquivo
           if ws-status <> "00"
              display "INTEGRA: erro de abertura no arq {ARQUIVO}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open output integra-rpt
           if ws-status <> "00"
              display "INTEGRA: erro de abertura no arq "
                      "{INTEGRA.TXT}, FS: (" ws-status
                      ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open input categoria
           if ws-status = "00" or "05"
              move "S"                     to ws-cat-aberta
           end-if
           open input usuarios
           if ws-status = "00" or "05"
              move "S"                     to ws-usu-aberta
           end-if
           initialize rpt-linha
           string "CONFERENCIA DE INTEGRIDADE - "
                  ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "PENDENTE ACIMA DE " ws-dias-p " DIAS - LIMITE "
                  "DE PROBLEMAS " ws-limite
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           if not ws-cat-aberta-sim
              move "AVISO: arq categoria indisponivel - toda "
                                           to rpt-linha
              move "categoria sera apontada" to rpt-linha(43:)
              write rpt-linha
           end-if
           .
       150-abreArquivos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Marca todo codigo que aparece em algum expurgo-AAAAMMDD.dat
      *    dos ultimos tres anos (varredura dia a dia de
      *    200-varreExpurgos em consarq.cbl): nota ou versao desses
      *    codigos e historia legitima, nao orfa.
      *---------------------------------------------------------------*
       200-carregaMortos.
           move all "N"                    to tb-morto-tab
           move zeros                      to ws-dias-varridos
                                              ws-arqs-mortos
           move ws-data-exec               to ws-data-varre
           perform until ws-dias-varridos >= 1100
              add 1                        to ws-dias-varridos
              initialize ws-nome-morto
              string ws-dir-dados delimited by space
                     "/expurgo-" delimited by size
                     ws-data-varre ".dat" delimited by size
                                         into ws-nome-morto
              end-string
              perform 210-leMorto
                 thru 210-leMorto-fim
              perform 250-retrocedeDia
                 thru 250-retrocedeDia-fim
           end-perform
           .
       200-carregaMortos-fim.
           exit.
      *---------------------------------------------------------------*
       210-leMorto.
           open input expurgo-arq
           if ws-status <> "00"
              go to 210-leMorto-fim
           end-if
           add 1                           to ws-arqs-mortos
           perform until exit
              read expurgo-arq
              if ws-status <> "00"
                 exit perform
              end-if
              if morto-codigo is numeric and morto-codigo > 0
                 move "S"                  to tb-morto(morto-codigo)
              end-if
           end-perform
           close expurgo-arq
           .
       210-leMorto-fim.
           exit.
      *---------------------------------------------------------------*
       250-retrocedeDia.
           if ws-var-dia > 1
              subtract 1                from ws-var-dia
              go to 250-retrocedeDia-fim
           end-if
           if ws-var-mes = 1
              move 12                      to ws-var-mes
              subtract 1                from ws-var-ano
           else
              subtract 1                from ws-var-mes
           end-if
           move 28                         to tb-ddMes(2)
           initialize ws-CalcAno
           divide ws-var-ano          by 4
                                  giving ws-intAno
                               remainder ws-restoAno
           if ws-restoAno = 0
              move 29                      to tb-ddMes(2)
           end-if
           move tb-ddMes(ws-var-mes)       to ws-var-dia
           .
       250-retrocedeDia-fim.
           exit.
      *---------------------------------------------------------------*
      *    Uma passada pelo cadastro: categoria, digito verificador
      *    e pendentes velhos.
      *---------------------------------------------------------------*
       300-confereCadastro.
           initialize arq-registro
           move zeros                      to arq-codigo
           start arquivo key not < arq-chave
           if ws-status <> "00" and "02"
              go to 300-confereCadastro-fim
           end-if
           perform until exit
              read arquivo next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              add 1                        to ws-tot-registros
              perform 310-categoria
                 thru 310-categoria-fim
              perform 320-digito
                 thru 320-digito-fim
              perform 330-pendente
                 thru 330-pendente-fim
           end-perform
           .
       300-confereCadastro-fim.
           exit.
      *---------------------------------------------------------------*
       310-categoria.
           if arq-categoria = 0
              add 1                        to ws-tot-categoria
              initialize rpt-linha
              string "CATEGORIA  codigo=" arq-codigo
                     " [" arq-descricao "] categoria zerada"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 310-categoria-fim
           end-if
           if ws-cat-aberta-sim
              initialize cat-registro
              move arq-categoria           to cat-codigo
              read categoria
              if ws-status = "00" or "02"
                 go to 310-categoria-fim
              end-if
           end-if
           add 1                           to ws-tot-categoria
           initialize rpt-linha
           string "CATEGORIA  codigo=" arq-codigo
                  " [" arq-descricao "] categoria " arq-categoria
                  " nao cadastrada"
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       310-categoria-fim.
           exit.
      *---------------------------------------------------------------*
       320-digito.
           move arq-codigo                 to ws-codigo
           divide ws-codigo           by 10
                                  giving ws-cod-base
                               remainder ws-cod-verif
           divide ws-cod-base         by 1000
                                  giving ws-cod-d1
                               remainder ws-cod-resto1
           divide ws-cod-resto1       by 100
                                  giving ws-cod-d2
                               remainder ws-cod-resto2
           divide ws-cod-resto2       by 10
                                  giving ws-cod-d3
                               remainder ws-cod-d4
           multiply ws-cod-d1         by 2 giving ws-cod-p1
           multiply ws-cod-d2         by 3 giving ws-cod-p2
           multiply ws-cod-d3         by 4 giving ws-cod-p3
           multiply ws-cod-d4         by 5 giving ws-cod-p4
           add ws-cod-p1 ws-cod-p2 ws-cod-p3 ws-cod-p4
                                       giving ws-cod-soma
           divide ws-cod-soma         by 10
                                  giving ws-cod-descarte
                               remainder ws-cod-calc
           if ws-cod-calc not = ws-cod-verif
              add 1                        to ws-tot-digito
              initialize rpt-linha
              string "DIGITO     codigo=" arq-codigo
                     " [" arq-descricao "] digito " ws-cod-verif
                     " esperado " ws-cod-calc
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       320-digito-fim.
           exit.
      *---------------------------------------------------------------*
      *    A idade de um pendente e contada pela dtTeste do registro
      *    (a unica data do cadastro); dtTeste invalida nao conta.
      *---------------------------------------------------------------*
       330-pendente.
           if arq-excluido-sim or arq-situacao not = "P"
              go to 330-pendente-fim
           end-if
           move arq-dtTeste                to ws-cnv-data
           if ws-cnv-mes < 1 or ws-cnv-mes > 12
              go to 330-pendente-fim
           end-if
           perform calculaDias
              thru calculaDias-fim
           if ws-cnv-dias > ws-dias-hoje
              go to 330-pendente-fim
           end-if
           compute ws-idade-dias = ws-dias-hoje - ws-cnv-dias
           if ws-idade-dias > ws-dias-p
              add 1                        to ws-tot-pendente
              initialize rpt-linha
              string "PENDENTE   codigo=" arq-codigo
                     " [" arq-descricao "] dtTeste=" arq-dtTeste
                     " (" ws-idade-dias " dias)"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       330-pendente-fim.
           exit.
      *---------------------------------------------------------------*
      *    Notas, versoes e movimentos: percorridos em ordem de
      *    codigo; a cada codigo novo confere o cadastro e a marca
      *    do expurgo, e o orfao sai numa linha com a quantidade de
      *    registros pendurados nele.
      *---------------------------------------------------------------*
       400-notasOrfas.
           open input notas
           if ws-status <> "00" and "05"
              go to 400-notasOrfas-fim
           end-if
           move zeros                      to ws-orf-ultimo
                                              ws-orf-qtde
           initialize nota-registro
           start notas key not < nota-chave
           if ws-status = "00" or "02"
              perform until exit
                 read notas next record
                 if ws-status <> "00" and "02"
                    exit perform
                 end-if
                 move nota-codigo          to ws-codigo
                 perform 450-contaOrfao
                    thru 450-contaOrfao-fim
              end-perform
           end-if
           perform 460-fechaOrfao
              thru 460-fechaOrfao-fim
           close notas
           .
       400-notasOrfas-fim.
           exit.
      *---------------------------------------------------------------*
       410-versoesOrfas.
           open input versoes
           if ws-status <> "00" and "05"
              go to 410-versoesOrfas-fim
           end-if
           move zeros                      to ws-orf-ultimo
                                              ws-orf-qtde
           initialize ver-registro
           start versoes key not < ver-chave
           if ws-status = "00" or "02"
              perform until exit
                 read versoes next record
                 if ws-status <> "00" and "02"
                    exit perform
                 end-if
                 move ver-codigo           to ws-codigo
                 perform 450-contaOrfao
                    thru 450-contaOrfao-fim
              end-perform
           end-if
           perform 460-fechaOrfao
              thru 460-fechaOrfao-fim
           close versoes
           .
       410-versoesOrfas-fim.
           exit.
      *---------------------------------------------------------------*
       420-estoqueOrfao.
           open input movestoque
           if ws-status <> "00" and "05"
              go to 420-estoqueOrfao-fim
           end-if
           move zeros                      to ws-orf-ultimo
                                              ws-orf-qtde
           initialize mve-registro
           start movestoque key not < mve-chave
           if ws-status = "00" or "02"
              perform until exit
                 read movestoque next record
                 if ws-status <> "00" and "02"
                    exit perform
                 end-if
                 move mve-codigo           to ws-codigo
                 perform 450-contaOrfao
                    thru 450-contaOrfao-fim
              end-perform
           end-if
           perform 460-fechaOrfao
              thru 460-fechaOrfao-fim
           close movestoque
           .
       420-estoqueOrfao-fim.
           exit.
      *---------------------------------------------------------------*
       450-contaOrfao.
           if ws-codigo = ws-orf-ultimo
              add 1                        to ws-orf-qtde
              go to 450-contaOrfao-fim
           end-if
           perform 460-fechaOrfao
              thru 460-fechaOrfao-fim
           move ws-codigo                  to ws-orf-ultimo
           move 1                          to ws-orf-qtde
           .
       450-contaOrfao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Fecha o codigo anterior: sem cadastro e sem expurgo e
      *    orfao.
      *---------------------------------------------------------------*
       460-fechaOrfao.
           if ws-orf-qtde = 0
              go to 460-fechaOrfao-fim
           end-if
           move "N"                        to ws-existe
           if ws-orf-ultimo > 0
              if tb-morto(ws-orf-ultimo) = "S"
                 move "S"                  to ws-existe
              end-if
           end-if
           if not ws-existe-sim
              initialize arq-registro
              move ws-orf-ultimo           to arq-codigo
              read arquivo
              if ws-status = "00" or "02"
                 move "S"                  to ws-existe
              end-if
           end-if
           if not ws-existe-sim
              evaluate ws-orf-classe
              when "NOTAORFA"
                 add 1                     to ws-tot-notaorfa
              when "VERSAOORFA"
                 add 1                     to ws-tot-versaoorfa
              when other
                 add 1                     to ws-tot-estoqorfao
              end-evaluate
              initialize rpt-linha
              string ws-orf-classe " codigo=" ws-orf-ultimo
                     " sem cadastro nem expurgo - " ws-orf-qtde
                     " registros"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           move zeros                      to ws-orf-qtde
           .
       460-fechaOrfao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Rejeitado cujo codigo ja esta no cadastro: a correcao foi
      *    feita por outro caminho e a entrada ficou esquecida (ou o
      *    reprocessamento de rejeitos.cbl vai duplicar o registro).
      *---------------------------------------------------------------*
       500-rejeitados.
           open input rejeitados
           if ws-status <> "00" and "05"
              go to 500-rejeitados-fim
           end-if
           initialize rej-registro
           start rejeitados key not < rej-chave
           if ws-status = "00" or "02"
              perform until exit
                 read rejeitados next record
                 if ws-status <> "00" and "02"
                    exit perform
                 end-if
                 initialize arq-registro
                 move rej-codigo           to arq-codigo
                 read arquivo
                 if ws-status = "00" or "02"
                    add 1                  to ws-tot-rejeitado
                    initialize rpt-linha
                    string "REJEITADO  codigo=" rej-codigo
                           " seq=" rej-seq " mov=" rej-tipo-mov
                           " [" rej-motivo "] ja no cadastro"
                                           into rpt-linha
                    end-string
                    write rpt-linha
                 end-if
              end-perform
           end-if
           close rejeitados
           .
       500-rejeitados-fim.
           exit.
      *---------------------------------------------------------------*
      *    Usuarios da trilha de auditoria (auditoria.log antigo e os
      *    37 periodos, arquivadas e diretorio de dados, como
      *    800-auditoria-carrega de inicio.cbl) conferidos contra
      *    "usuarios". Os batches gravam o login do sistema
      *    (LOGNAME), que tambem precisa ter conta para a trilha
      *    ter dono.
      *---------------------------------------------------------------*
       600-usuarios.
           move zeros                      to tb-usu-max
           initialize ws-nome-log
           string ws-dir-dados delimited by space
                  "/auditoria.log" delimited by size
                                         into ws-nome-log
           end-string
           perform 610-leAuditoria
              thru 610-leAuditoria-fim
           move ws-data-exec(1:4)          to ws-per-ano
           move ws-data-exec(5:2)          to ws-per-mes
           perform 36 times
              if ws-per-mes = 1
                 move 12                   to ws-per-mes
                 subtract 1             from ws-per-ano
              else
                 subtract 1             from ws-per-mes
              end-if
           end-perform
           perform 37 times
              move ws-per-ano              to ws-per-aaaa
              move ws-per-mes              to ws-per-mm
              initialize ws-nome-log
              string ws-dir-dados delimited by space
                     "/arquivadas/auditoria-" delimited by size
                     ws-per ".log" delimited by size
                                         into ws-nome-log
              end-string
              perform 610-leAuditoria
                 thru 610-leAuditoria-fim
              initialize ws-nome-log
              string ws-dir-dados delimited by space
                     "/auditoria-" delimited by size
                     ws-per ".log" delimited by size
                                         into ws-nome-log
              end-string
              perform 610-leAuditoria
                 thru 610-leAuditoria-fim
              if ws-per-mes = 12
                 move 1                    to ws-per-mes
                 add 1                     to ws-per-ano
              else
                 add 1                     to ws-per-mes
              end-if
           end-perform
           perform varying ind from 1 by 1 until ind > tb-usu-max
              move "N"                     to tb-usu-existe(ind)
              if ws-usu-aberta-sim
                 initialize usu-registro
                 move tb-usu-id(ind)(1:8)  to usu-id
                 read usuarios
                 if (ws-status = "00" or "02") and
                    tb-usu-id(ind)(9:12) = spaces
                    move "S"               to tb-usu-existe(ind)
                 end-if
              end-if
              if tb-usu-existe(ind) = "N"
                 add 1                     to ws-tot-usuario
                 initialize rpt-linha
                 string "USUARIO    [" tb-usu-id(ind)
                        "] fora de usuarios - " tb-usu-qtde(ind)
                        " linhas de auditoria"
                                           into rpt-linha
                 end-string
                 write rpt-linha
              end-if
           end-perform
           if ws-usu-estouro-sim
              move "AVISO: mais de 200 usuarios distintos na trilha"
                                           to rpt-linha
              move " - lista truncada"     to rpt-linha(48:)
              write rpt-linha
           end-if
           .
       600-usuarios-fim.
           exit.
      *---------------------------------------------------------------*
       610-leAuditoria.
           open input audit-log
           if ws-status <> "00"
              go to 610-leAuditoria-fim
           end-if
           perform until exit
              read audit-log
              if ws-status <> "00"
                 exit perform
              end-if
              move audit-registro          to ws-aud-linha
              if ws-aud-linha(1:8) is numeric
                 perform 620-guardaUsuario
                    thru 620-guardaUsuario-fim
              end-if
           end-perform
           close audit-log
           .
       610-leAuditoria-fim.
           exit.
      *---------------------------------------------------------------*
       620-guardaUsuario.
           perform varying ind from 1 by 1 until ind > tb-usu-max
              if tb-usu-id(ind) = lin-aud-usuario
                 add 1                     to tb-usu-qtde(ind)
                 go to 620-guardaUsuario-fim
              end-if
           end-perform
           if tb-usu-max >= 200
              move "S"                     to ws-usu-estouro
              go to 620-guardaUsuario-fim
           end-if
           add 1                           to tb-usu-max
           move lin-aud-usuario            to tb-usu-id(tb-usu-max)
           move 1                          to tb-usu-qtde(tb-usu-max)
           .
       620-guardaUsuario-fim.
           exit.
      *---------------------------------------------------------------*
       calculaDias.
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
       calculaDias-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           add ws-tot-categoria ws-tot-notaorfa ws-tot-versaoorfa
               ws-tot-estoqorfao ws-tot-rejeitado ws-tot-digito
               ws-tot-pendente ws-tot-usuario
                                       giving ws-tot-geral
           move spaces                     to rpt-linha
           write rpt-linha
           initialize rpt-linha
           string "REGISTROS DO CADASTRO LIDOS...: " ws-tot-registros
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "ARQUIVOS DE EXPURGO LIDOS.....: " ws-arqs-mortos
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           initialize rpt-linha
           string "CATEGORIA  (categoria ausente).: " ws-tot-categoria
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "NOTAORFA   (codigos)..........: " ws-tot-notaorfa
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "VERSAOORFA (codigos)..........: "
                  ws-tot-versaoorfa        into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "ESTOQORFAO (codigos)..........: "
                  ws-tot-estoqorfao        into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "REJEITADO  (ja no cadastro)...: " ws-tot-rejeitado
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "DIGITO     (verificador)......: " ws-tot-digito
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "PENDENTE   (P antigo).........: " ws-tot-pendente
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "USUARIO    (fora de usuarios).: " ws-tot-usuario
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "TOTAL DE PROBLEMAS............: " ws-tot-geral
                  " (limite " ws-limite ")"
                                           into rpt-linha
           end-string
           write rpt-linha
           if ws-tot-geral > ws-limite
              move "ACIMA DO LIMITE - PASSO TERMINA COM RETORNO 8"
                                           to rpt-linha
              write rpt-linha
           end-if
           display "INTEGRA: " ws-tot-geral " problemas (limite "
                   ws-limite ")"
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
           initialize ws-arq-versoes
           string ws-dir-dados delimited by space
                  "/versoes" delimited by size
                                         into ws-arq-versoes
           end-string
           initialize ws-arq-notas
           string ws-dir-dados delimited by space
                  "/notas" delimited by size
                                         into ws-arq-notas
           end-string
           initialize ws-arq-movestoque
           string ws-dir-dados delimited by space
                  "/movestoque" delimited by size
                                         into ws-arq-movestoque
           end-string
           initialize ws-arq-rejeitados
           string ws-dir-dados delimited by space
                  "/rejeitados" delimited by size
                                         into ws-arq-rejeitados
           end-string
           initialize ws-arq-usuarios
           string ws-dir-dados delimited by space
                  "/usuarios" delimited by size
                                         into ws-arq-usuarios
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-integra-rpt
           string ws-dir-dados delimited by space
                  "/integra.txt" delimited by size
                                         into ws-arq-integra-rpt
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close arquivo
           close integra-rpt
           if ws-cat-aberta-sim
              close categoria
           end-if
           if ws-usu-aberta-sim
              close usuarios
           end-if
           stop run.
