       IDENTIFICATION DIVISION.
       PROGRAM-ID. extrai.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Gerador de extratos do cadastro "arquivo": produz um
      *    extrato pela definicao gravada em "extratos" (mantida em
      *    extratos.cbl), sem programa novo para cada pedido de
      *    layout. O nome da definicao vem da variavel de ambiente
      *    EXTRATONOME, se informada (para o passo do noturno.pla,
      *    ex.: "EXTRATO  EXTRATONOME=FINANCAS ./extrai"), ou do
      *    parametro EXTRATONOME (parametro.cbl) para a execucao
      *    avulsa. Da definicao saem:
      *      - os campos e sua ordem na linha (codigo, descricao,
      *        dtTeste, situacao, categoria, nome da categoria,
      *        valor, quantidade e a ultima nota do codigo), cada um
      *        no formato escolhido;
      *      - o filtro: situacao, faixa de categoria, faixa de
      *        dtTeste e excluidos (N = sem, S = so eles, T = todos);
      *      - a ordem (codigo, descricao, dtTeste, categoria, valor
      *        ou quantidade; crescente ou decrescente, empate pelo
      *        codigo), feita no arquivo de trabalho indexado
      *        "extrwork", apagado no fim, como o abcwork da
      *        curvaabc.cbl;
      *      - o leiaute: delimitado (campos aparados, separados pelo
      *        delimitador) ou em posicoes fixas (cada campo na sua
      *        largura);
      *      - cabecalho opcional: no delimitado, o nome das colunas
      *        e GERADO-AAAAMMDD, como o export.csv do Exportar; no
      *        fixo, EXTRATO, nome, titulo e GERADO-AAAAMMDD;
      *      - trailer opcional: TOTAIS, quantidade de registros,
      *        soma do valor (no formato do campo valor) e soma da
      *        quantidade.
      *    O arquivo sai no subdiretorio extraidos/ do diretorio de
      *    dados (criado na primeira vez, como o enviados/ do
      *    movdia.cbl) com o nome da saida da definicao (branco =
      *    NOME.txt): fora do diretorio dos cadastros, um nome de
      *    saida igual ao de um arquivo do sistema nao o trunca.
      *    Retorno 8 quando o nome nao e informado, a definicao nao
      *    existe ou nao tem campos, a saida tem barra ou um arquivo
      *    nao abre.
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
           select notas         ASSIGN using ws-arq-notas
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is nota-chave.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select extratos      ASSIGN using ws-arq-extratos
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is ext-chave.
           select extrwork      ASSIGN using ws-arq-extrwork
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is wrk-chave.
           select extrato-sai   ASSIGN using ws-arq-extrato-sai
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
              02 redefines arq-dtTeste.
                 03 arq-aaTeste        pic 9(004).
                 03 arq-mmTeste        pic 9(002).
                 03 arq-ddTeste        pic 9(002).
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

           fd notas.
           01 nota-registro.
              02 nota-chave.
                 03 nota-codigo        pic 9(005).
                 03 nota-seq           pic 9(004).
              02 nota-data             pic 9(008).
              02 nota-hora             pic 9(008).
              02 nota-usuario          pic x(008).
              02 nota-texto            pic x(060).

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

           fd extratos.
           01 ext-registro.
              02 ext-chave.
                 03 ext-nome           pic x(012).
              02 ext-titulo            pic x(040).
              02 ext-saida             pic x(020).
              02 ext-campos.
                 03 ext-campo occurs 9.
                    04 ext-cmp-ordem   pic 9(001).
                    04 ext-cmp-formato pic x(001).
              02 ext-situacao          pic x(001).
              02 ext-cat-de            pic 9(003).
              02 ext-cat-ate           pic 9(003).
              02 ext-dt-de             pic 9(008).
              02 ext-dt-ate            pic 9(008).
              02 ext-excluidos         pic x(001).
              02 ext-ordem             pic x(001).
              02 ext-sentido           pic x(001).
              02 ext-layout            pic x(001).
                 88 ext-layout-fixo    value "F".
              02 ext-delimitador       pic x(001).
              02 ext-cabecalho         pic x(001).
              02 ext-trailer           pic x(001).

           fd extrwork.
           01 wrk-registro.
              02 wrk-chave.
                 03 wrk-ordem          pic x(020).
                 03 wrk-codigo         pic 9(005).
              02 wrk-arquivo           pic x(054).

           fd extrato-sai.
           01 sai-linha                pic x(300).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-categoria             pic x(064)  value spaces.
       01 ws-arq-notas                 pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-extratos              pic x(064)  value spaces.
       01 ws-arq-extrwork              pic x(064)  value spaces.
       01 ws-arq-extrato-sai           pic x(080)  value spaces.
       01 ws-dir-extraidos             pic x(080)  value spaces.
       01 ws-qt-barras                 pic 9(003)  value zeros.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-retorno                   pic 9(003)  value zeros.

       01 ws-extrato                   pic x(012)  value spaces.
       01 ws-cat-ate                   pic 9(003)  value zeros.
       01 ws-cat-aberta                pic x(001)  value "N".
          88 ws-cat-aberta-sim         value "S".
       01 ws-notas-aberta              pic x(001)  value "N".
          88 ws-notas-aberta-sim       value "S".
       01 ws-cat-nome                  pic x(020)  value spaces.
       01 ws-nota-texto                pic x(060)  value spaces.

      *    Campos escolhidos, na ordem de saida (numero do campo na
      *    ordem fixa da definicao).
       01 tb-sel-max                   pic 9(003)  value zeros.
       01 tb-sel-tab.
          02 tb-sel                    pic 9(001)  occurs 9.
       01 ws-pos                       pic 9(003)  value zeros.
       01 ind                          pic 9(003)  value zeros.
       01 ws-cmp                       pic 9(001)  value zeros.
       01 ws-fmt                       pic x(001)  value space.
       01 ws-fmt-valor                 pic x(001)  value "V".

       01 tab-nomes.
          02 filler                    pic x(012)  value "CODIGO".
          02 filler                    pic x(012)  value "DESCRICAO".
          02 filler                    pic x(012)  value "DTTESTE".
          02 filler                    pic x(012)  value "SITUACAO".
          02 filler                    pic x(012)  value "CATEGORIA".
          02 filler                    pic x(012)  value "NOMECATEG".
          02 filler                    pic x(012)  value "VALOR".
          02 filler                    pic x(012)  value "QTDE".
          02 filler                    pic x(012)  value "NOTA".
       01 redefines tab-nomes.
          02 tb-nome-campo             pic x(012)  occurs 9.

      *    Montagem da linha: o campo formatado em ws-campo, com a
      *    parte util de ws-ini por ws-tam posicoes.
       01 ws-campo                     pic x(060)  value spaces.
       01 ws-ini                       pic 9(003)  value zeros.
       01 ws-tam                       pic 9(003)  value zeros.
       01 ws-brancos                   pic 9(003)  value zeros.
       01 ws-ptr                       pic 9(003)  value zeros.

       01 ws-ed-codigo                 pic z(004)9.
       01 ws-ed-categoria              pic z(002)9.
       01 ws-ed-qtde                   pic z(004)9.
       01 ws-ed-valor                  pic z(008)9,99.
       01 ws-ed-inteiro                pic z(008)9.
       01 ws-valor-aux                 pic 9(009)v99 value zeros.
       01 redefines ws-valor-aux.
          02 ws-valor-int              pic 9(009).
          02 ws-valor-cent             pic 9(002).
       01 ws-valor-dig redefines ws-valor-aux
                                       pic x(011).
       01 ws-ed-tot-registros          pic z(006)9.
       01 ws-ed-tot-valor              pic z(012)9,99.
       01 ws-ed-tot-inteiro            pic z(012)9.
       01 ws-ed-tot-qtde               pic z(008)9.
       01 ws-tot-valor-aux             pic 9(013)v99 value zeros.
       01 redefines ws-tot-valor-aux.
          02 ws-tot-valor-int          pic 9(013).
          02 ws-tot-valor-cent         pic 9(002).
       01 ws-tot-valor-dig redefines ws-tot-valor-aux
                                       pic x(015).

       01 ws-tot-lidos                 pic 9(007)  value zeros.
       01 ws-tot-registros             pic 9(007)  value zeros.
       01 ws-tot-valor                 pic 9(013)v99 value zeros.
       01 ws-tot-qtde                  pic 9(009)  value zeros.
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
           perform 050-leNome
              thru 050-leNome-fim
           if ws-extrato = spaces
              display "EXTRAI: nome do extrato nao informado "
                      "(EXTRATONOME) - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           perform 060-leDefinicao
              thru 060-leDefinicao-fim
           perform 100-abreArquivos
              thru 100-abreArquivos-fim
           perform 200-seleciona
              thru 200-seleciona-fim
           perform 300-grava
              thru 300-grava-fim
           display "EXTRAI: extrato " ws-extrato " - "
                   ws-tot-registros " de " ws-tot-lidos
                   " registros em " ws-arq-extrato-sai
           go to 999-fim.
      *---------------------------------------------------------------*
      *    Nome da definicao: variavel de ambiente EXTRATONOME (passo
      *    do noturno.pla) ou, sem ela, o parametro EXTRATONOME.
      *---------------------------------------------------------------*
       050-leNome.
           accept ws-extrato from environment "EXTRATONOME"
           if ws-extrato = spaces
              open input parametros
              if ws-status = "00"
                 initialize prm-registro
                 move "EXTRATONOME"        to prm-nome
                 read parametros
                 if ws-status = "00" or "02"
                    move prm-valor(1:12)   to ws-extrato
                 end-if
                 close parametros
              end-if
           end-if
           inspect ws-extrato converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
       050-leNome-fim.
           exit.
      *---------------------------------------------------------------*
      *    Le a definicao e monta tb-sel com os campos de ordem
      *    diferente de zero, na ordem pedida.
      *---------------------------------------------------------------*
       060-leDefinicao.
           open input extratos
           if ws-status <> "00"
              display "EXTRAI: erro de abertura no arq {EXTRATOS}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize ext-registro
           move ws-extrato                 to ext-nome
           read extratos
           if ws-status <> "00" and "02"
              display "EXTRAI: extrato " ws-extrato
                      " nao cadastrado em extratos - encerrando"
              close extratos
              move 8                       to return-code
              go to 999-fim
           end-if
           close extratos
           move zeros                      to tb-sel-max
           perform varying ws-pos from 1 by 1 until ws-pos > 9
              perform varying ind from 1 by 1 until ind > 9
                 if ext-cmp-ordem(ind) = ws-pos
                    add 1                  to tb-sel-max
                    move ind               to tb-sel(tb-sel-max)
                 end-if
              end-perform
           end-perform
           if tb-sel-max = 0
              display "EXTRAI: extrato " ws-extrato
                      " sem campos escolhidos - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           move ext-cat-ate                to ws-cat-ate
           if ws-cat-ate = 0
              move 999                     to ws-cat-ate
           end-if
           if ext-cmp-formato(7) = "P" or "C"
              move ext-cmp-formato(7)      to ws-fmt-valor
           end-if
      *    a saida e um nome simples dentro de extraidos/; com barra
      *    poderia apontar para o diretorio dos cadastros
           move zeros                      to ws-qt-barras
           inspect ext-saida tallying ws-qt-barras for all "/"
           if ws-qt-barras > 0 or ext-saida(1:1) = "." or
              ext-saida(1:1) = space and ext-saida not = spaces
              display "EXTRAI: extrato " ws-extrato
                      " com saida invalida (" ext-saida
                      ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize ws-arq-extrato-sai
           if ext-saida = spaces
              string ws-dir-extraidos delimited by space
                     "/" ext-nome delimited by space
                     ".txt" delimited by size
                                         into ws-arq-extrato-sai
              end-string
           else
              string ws-dir-extraidos delimited by space
                     "/" ext-saida delimited by space
                                         into ws-arq-extrato-sai
              end-string
           end-if
           .
       060-leDefinicao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Categoria e notas so abrem quando o campo correspondente
      *    esta no extrato; ausentes, o campo sai em branco.
      *---------------------------------------------------------------*
       100-abreArquivos.
           open input arquivo
           if ws-status <> "00"
              display "EXTRAI: erro de abertura no arq {ARQUIVO}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           if ext-cmp-ordem(6) > 0
              open input categoria
              if ws-status = "00"
                 move "S"                  to ws-cat-aberta
              end-if
           end-if
           if ext-cmp-ordem(9) > 0
              open input notas
              if ws-status = "00"
                 move "S"                  to ws-notas-aberta
              end-if
           end-if
           open output extrwork
           close extrwork
           open i-o extrwork
           if ws-status <> "00"
              display "EXTRAI: erro de abertura no arq {EXTRWORK}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           call "CBL_CREATE_DIR" using ws-dir-extraidos
           open output extrato-sai
           if ws-status <> "00"
              display "EXTRAI: erro de abertura na saida "
                      ws-arq-extrato-sai ", FS: (" ws-status
                      ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           .
       100-abreArquivos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Passada unica por "arquivo": os registros que passam no
      *    filtro vao para o arquivo de trabalho com a chave de
      *    ordenacao na frente do codigo.
      *---------------------------------------------------------------*
       200-seleciona.
           perform until exit
              read arquivo next record
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-tot-lidos
              if ext-situacao not = space and
                 arq-situacao not = ext-situacao
                 exit perform cycle
              end-if
              if arq-categoria < ext-cat-de or
                 arq-categoria > ws-cat-ate
                 exit perform cycle
              end-if
              if ext-dt-de not = zeros and arq-dtTeste < ext-dt-de
                 exit perform cycle
              end-if
              if ext-dt-ate not = zeros and arq-dtTeste > ext-dt-ate
                 exit perform cycle
              end-if
              evaluate ext-excluidos
              when "S"
                 if not arq-excluido-sim
                    exit perform cycle
                 end-if
              when "T"
                 continue
              when other
                 if arq-excluido-sim
                    exit perform cycle
                 end-if
              end-evaluate
              initialize wrk-registro
              evaluate ext-ordem
              when "D"
                 move arq-descricao        to wrk-ordem
              when "T"
                 move arq-dtTeste          to wrk-ordem
              when "G"
                 move arq-categoria        to wrk-ordem
              when "V"
                 move arq-valor            to ws-valor-aux
                 move ws-valor-dig         to wrk-ordem
              when "Q"
                 move arq-quantidade       to wrk-ordem
              when other
                 move spaces               to wrk-ordem
              end-evaluate
              move arq-codigo              to wrk-codigo
              move arq-registro            to wrk-arquivo
              write wrk-registro
           end-perform
           close arquivo
           .
       200-seleciona-fim.
           exit.
      *---------------------------------------------------------------*
      *    Percorre o trabalho na ordem pedida (decrescente = do fim
      *    para o comeco), gravando cabecalho, linhas e trailer.
      *---------------------------------------------------------------*
       300-grava.
           if ext-cabecalho = "S"
              perform 500-cabecalho
                 thru 500-cabecalho-fim
           end-if
           initialize wrk-registro
           if ext-sentido = "D"
              move high-values             to wrk-chave
              start extrwork key not > wrk-chave
           else
              move low-values              to wrk-chave
              start extrwork key not < wrk-chave
           end-if
           if ws-status = "00" or "02"
              perform until exit
                 if ext-sentido = "D"
                    read extrwork previous record
                 else
                    read extrwork next record
                 end-if
                 if ws-status <> "00" and "02"
                    exit perform
                 end-if
                 move wrk-arquivo          to arq-registro
                 perform 310-complementa
                    thru 310-complementa-fim
                 perform 400-montaLinha
                    thru 400-montaLinha-fim
                 write sai-linha
                 add 1                     to ws-tot-registros
                 add arq-valor             to ws-tot-valor
                 add arq-quantidade        to ws-tot-qtde
              end-perform
           end-if
           if ext-trailer = "S"
              perform 600-trailer
                 thru 600-trailer-fim
           end-if
           .
       300-grava-fim.
           exit.
      *---------------------------------------------------------------*
      *    Nome da categoria e ultima nota do codigo (a de maior
      *    sequencial, mesma busca de 350-anexaNota em tarefa.cbl).
      *---------------------------------------------------------------*
       310-complementa.
           move spaces                     to ws-cat-nome
                                              ws-nota-texto
           if ws-cat-aberta-sim
              initialize cat-registro
              move arq-categoria           to cat-codigo
              read categoria
              if ws-status = "00" or "02"
                 move cat-nome             to ws-cat-nome
              end-if
           end-if
           if ws-notas-aberta-sim
              initialize nota-registro
              move arq-codigo              to nota-codigo
              move 9999                    to nota-seq
              start notas key not > nota-chave
              if ws-status = "00" or "02"
                 read notas next record
                 if (ws-status = "00" or "02") and
                    nota-codigo = arq-codigo
                    move nota-texto        to ws-nota-texto
                 end-if
              end-if
           end-if
           .
       310-complementa-fim.
           exit.
      *---------------------------------------------------------------*
       400-montaLinha.
           move spaces                     to sai-linha
           move 1                          to ws-ptr
           perform varying ws-pos from 1 by 1
                     until ws-pos > tb-sel-max
              move tb-sel(ws-pos)          to ws-cmp
              move ext-cmp-formato(ws-cmp) to ws-fmt
              perform 410-formataCampo
                 thru 410-formataCampo-fim
              perform 420-acrescenta
                 thru 420-acrescenta-fim
           end-perform
           .
       400-montaLinha-fim.
           exit.
      *---------------------------------------------------------------*
      *    Formata o campo ws-cmp no formato ws-fmt em ws-campo, com
      *    a largura fixa do campo em ws-tam.
      *---------------------------------------------------------------*
       410-formataCampo.
           move spaces                     to ws-campo
           evaluate ws-cmp
           when 1
              move 5                       to ws-tam
              if ws-fmt = "Z"
                 move arq-codigo           to ws-ed-codigo
                 move ws-ed-codigo         to ws-campo
              else
                 move arq-codigo           to ws-campo
              end-if
           when 2
              move 20                      to ws-tam
              move arq-descricao           to ws-campo
           when 3
              evaluate ws-fmt
              when "A"
                 move 8                    to ws-tam
                 move arq-dtTeste          to ws-campo
              when "I"
                 move 10                   to ws-tam
                 string arq-aaTeste "-" arq-mmTeste "-" arq-ddTeste
                                           into ws-campo
                 end-string
              when other
                 move 10                   to ws-tam
                 string arq-ddTeste "/" arq-mmTeste "/" arq-aaTeste
                                           into ws-campo
                 end-string
              end-evaluate
           when 4
              move 1                       to ws-tam
              move arq-situacao            to ws-campo
           when 5
              move 3                       to ws-tam
              if ws-fmt = "Z"
                 move arq-categoria        to ws-ed-categoria
                 move ws-ed-categoria      to ws-campo
              else
                 move arq-categoria        to ws-campo
              end-if
           when 6
              move 20                      to ws-tam
              move ws-cat-nome             to ws-campo
           when 7
              move arq-valor               to ws-valor-aux
              evaluate ws-fmt
              when "C"
                 move 11                   to ws-tam
                 move ws-valor-dig         to ws-campo
              when "P"
                 move 12                   to ws-tam
                 move ws-valor-int         to ws-ed-inteiro
                 string ws-ed-inteiro "." ws-valor-cent
                                           into ws-campo
                 end-string
              when other
                 move 12                   to ws-tam
                 move arq-valor            to ws-ed-valor
                 move ws-ed-valor          to ws-campo
              end-evaluate
           when 8
              move 5                       to ws-tam
              if ws-fmt = "Z"
                 move arq-quantidade       to ws-ed-qtde
                 move ws-ed-qtde           to ws-campo
              else
                 move arq-quantidade       to ws-campo
              end-if
           when other
              move 60                      to ws-tam
              move ws-nota-texto           to ws-campo
           end-evaluate
           .
       410-formataCampo-fim.
           exit.
      *---------------------------------------------------------------*
      *    Acrescenta ws-campo a linha: no fixo, na largura cheia; no
      *    delimitado, aparado dos brancos das duas pontas e depois
      *    do delimitador (a partir do segundo campo).
      *---------------------------------------------------------------*
       420-acrescenta.
           move 1                          to ws-ini
           if not ext-layout-fixo
              if ws-ptr > 1
                 string ext-delimitador delimited by size
                                           into sai-linha
                                   with pointer ws-ptr
                 end-string
              end-if
              perform varying ws-tam from ws-tam by -1
                        until ws-tam = 0 or
                              ws-campo(ws-tam:1) not = space
                 continue
              end-perform
              if ws-tam > 0
                 move zeros                to ws-brancos
                 inspect ws-campo(1:ws-tam) tallying ws-brancos
                         for leading spaces
                 add ws-brancos            to ws-ini
                 subtract ws-brancos     from ws-tam
              end-if
           end-if
           if ws-tam > 0
              string ws-campo(ws-ini:ws-tam) delimited by size
                                           into sai-linha
                                   with pointer ws-ptr
              end-string
           end-if
           .
       420-acrescenta-fim.
           exit.
      *---------------------------------------------------------------*
       500-cabecalho.
           move spaces                     to sai-linha
           move 1                          to ws-ptr
           if ext-layout-fixo
              string "EXTRATO " ext-nome " " ext-titulo
                     " GERADO-" ws-data-exec
                                           into sai-linha
              end-string
           else
              perform varying ws-pos from 1 by 1
                        until ws-pos > tb-sel-max
                 move tb-sel(ws-pos)       to ws-cmp
                 move tb-nome-campo(ws-cmp) to ws-campo
                 move 12                   to ws-tam
                 perform 420-acrescenta
                    thru 420-acrescenta-fim
              end-perform
              initialize ws-campo
              string "GERADO-" ws-data-exec
                                           into ws-campo
              end-string
              move 15                      to ws-tam
              perform 420-acrescenta
                 thru 420-acrescenta-fim
           end-if
           write sai-linha
           .
       500-cabecalho-fim.
           exit.
      *---------------------------------------------------------------*
      *    Trailer: TOTAIS, registros gravados, soma do valor no
      *    formato do campo valor e soma da quantidade.
      *---------------------------------------------------------------*
       600-trailer.
           move spaces                     to sai-linha
           move 1                          to ws-ptr
           move "TOTAIS"                   to ws-campo
           move 6                          to ws-tam
           perform 420-acrescenta
              thru 420-acrescenta-fim
           move ws-tot-registros           to ws-ed-tot-registros
           move ws-ed-tot-registros        to ws-campo
           move 7                          to ws-tam
           perform 420-acrescenta
              thru 420-acrescenta-fim
           move ws-tot-valor               to ws-tot-valor-aux
           move spaces                     to ws-campo
           evaluate ws-fmt-valor
           when "C"
              move ws-tot-valor-dig        to ws-campo
              move 15                      to ws-tam
           when "P"
              move ws-tot-valor-int        to ws-ed-tot-inteiro
              string ws-ed-tot-inteiro "." ws-tot-valor-cent
                                           into ws-campo
              end-string
              move 16                      to ws-tam
           when other
              move ws-tot-valor            to ws-ed-tot-valor
              move ws-ed-tot-valor         to ws-campo
              move 16                      to ws-tam
           end-evaluate
           perform 420-acrescenta
              thru 420-acrescenta-fim
           move ws-tot-qtde                to ws-ed-tot-qtde
           move ws-ed-tot-qtde             to ws-campo
           move 9                          to ws-tam
           perform 420-acrescenta
              thru 420-acrescenta-fim
           write sai-linha
           .
       600-trailer-fim.
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
           initialize ws-arq-notas
           string ws-dir-dados delimited by space
                  "/notas" delimited by size
                                         into ws-arq-notas
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-extratos
           string ws-dir-dados delimited by space
                  "/extratos" delimited by size
                                         into ws-arq-extratos
           end-string
           initialize ws-arq-extrwork
           string ws-dir-dados delimited by space
                  "/extrwork" delimited by size
                                         into ws-arq-extrwork
           end-string
           initialize ws-dir-extraidos
           string ws-dir-dados delimited by space
                  "/extraidos" delimited by size
                                         into ws-dir-extraidos
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close extrwork
           close categoria
           close notas
           close extrato-sai
           move return-code                to ws-retorno
           if ws-arq-extrwork not = spaces
              call "CBL_DELETE_FILE" using ws-arq-extrwork
           end-if
           move ws-retorno                 to return-code
           stop run.
