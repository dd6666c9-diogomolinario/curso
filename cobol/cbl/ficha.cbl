       IDENTIFICATION DIVISION.
       PROGRAM-ID. ficha.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Ficha completa de um codigo do cadastro "arquivo": junta
      *    num documento so (ficha.txt) tudo o que o sistema sabe do
      *    codigo, no lugar de abrir a Consulta, a Restauracao, a
      *    janela de notas, a consulta de auditoria, o consarq e um
      *    grep na retencao. Para cada codigo, na ordem:
      *      CADASTRO    registro atual com o nome da categoria
      *      VERSOES     imagens anteriores de "versoes", da mais
      *                  antiga para a mais nova
      *      NOTAS       notas do codigo (450-notas de inicio.cbl)
      *      ESTOQUE     movimentos de "movestoque"
      *      AGENDADAS   alteracoes agendadas (agenda.cbl)
      *      AUDITORIA   eventos do codigo em auditoria.log antigo e
      *                  nos auditoria-AAAAMM.log dos ultimos 36
      *                  meses, no diretorio de dados e em arquivadas
      *      RETENCAO    eventos EXCLUIDO/RECUPERADO nos retencao
      *                  dos mesmos periodos
      *      REJEITADOS  entradas do codigo em "rejeitados"
      *      EXPURGO     imagens do codigo nos expurgo-AAAAMMDD.dat
      *                  dos ultimos tres anos (como consarq.cbl)
      *    Codigo a imprimir no parametro FICHACODIGO do arquivo
      *    central de parametros; com FICHACODIGO zerado (ou
      *    ausente) a lista vem de ficha.par, um codigo por linha
      *    nas colunas 01-05 (linha nao numerica e ignorada), ate
      *    200 codigos. So le - nada e alterado.
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
           select agendadas     ASSIGN using ws-arq-agendadas
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is agd-chave.
           select rejeitados    ASSIGN using ws-arq-rejeitados
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is rej-chave.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select ficha-par     ASSIGN using ws-arq-ficha-par
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select audit-log     ASSIGN using ws-nome-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select retencao-log  ASSIGN using ws-nome-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select expurgo-arq   ASSIGN using ws-nome-morto
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select ficha-rpt     ASSIGN using ws-arq-ficha-rpt
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

           fd agendadas.
           01 agd-registro.
              02 agd-chave.
                 03 agd-codigo         pic 9(005).
                 03 agd-dt-efetiva     pic 9(008).
                 03 agd-seq            pic 9(003).
              02 agd-status            pic x(001).
              02 agd-muda-descricao    pic x(001).
              02 agd-descricao         pic x(020).
              02 agd-muda-situacao     pic x(001).
              02 agd-situacao          pic x(001).
              02 agd-muda-categoria    pic x(001).
              02 agd-categoria         pic 9(003).
              02 agd-muda-valor        pic x(001).
              02 agd-valor             pic 9(009)v99.
              02 agd-usuario           pic x(008).
              02 agd-dt-registro       pic 9(008).
              02 agd-usuario-baixa     pic x(008).
              02 agd-dt-baixa          pic 9(008).
              02 agd-motivo            pic x(030).

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

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

           fd ficha-par.
           01 par-registro.
              02 par-codigo            pic x(005).
              02 filler                pic x(075).

           fd audit-log.
           01 audit-registro           pic x(250).

           fd retencao-log.
           01 retencao-registro        pic x(080).

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

           fd ficha-rpt.
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
       01 ws-arq-agendadas             pic x(064)  value spaces.
       01 ws-arq-rejeitados            pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-ficha-par             pic x(064)  value spaces.
       01 ws-arq-ficha-rpt             pic x(064)  value spaces.
       01 ws-nome-log                  pic x(080)  value spaces.
       01 ws-nome-morto                pic x(080)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

      *    Arquivos opcionais: o que nao abre sai na ficha como
      *    "arquivo indisponivel" em vez de derrubar o documento.
       01 ws-abertos.
          02 ws-cat-aberta             pic x(001)  value "N".
             88 ws-cat-aberta-sim      value "S".
          02 ws-ver-aberta             pic x(001)  value "N".
             88 ws-ver-aberta-sim      value "S".
          02 ws-nota-aberta            pic x(001)  value "N".
             88 ws-nota-aberta-sim     value "S".
          02 ws-mve-aberta             pic x(001)  value "N".
             88 ws-mve-aberta-sim      value "S".
          02 ws-agd-aberta             pic x(001)  value "N".
             88 ws-agd-aberta-sim      value "S".
          02 ws-rej-aberta             pic x(001)  value "N".
             88 ws-rej-aberta-sim      value "S".

       01 ws-prm-nome                  pic x(012)  value spaces.
       01 ws-prm-valor                 pic x(050)  value spaces.
       01 ws-prm-achou                 pic x(001)  value "N".
          88 ws-prm-achou-sim          value "S".

       01 tb-cod-max                   pic 9(003)  value zeros.
       01 tb-cod-tab.
          02 tb-cod occurs 200         pic 9(005).
       01 ws-par-ignoradas             pic 9(005)  value zeros.
       01 ws-codigo                    pic 9(005)  value zeros.

      *    Imagem posicional de uma linha de auditoria, espelhando o
      *    STRING de 700-audita-grava em inicio.cbl.
       01 ws-aud-linha                  pic x(220).
       01 redefines ws-aud-linha.
          02 lin-aud-data               pic 9(008).
          02 filler                     pic x(001).
          02 lin-aud-hora               pic x(008).
          02 filler                     pic x(001).
          02 lin-aud-operacao           pic x(011).
          02 filler                     pic x(009).
          02 lin-aud-usuario            pic x(020).
          02 filler                     pic x(010).
          02 lin-aud-terminal           pic x(020).
          02 filler                     pic x(008).
          02 lin-aud-codigo             pic 9(005).
          02 filler                     pic x(014).
          02 lin-aud-antes-desc         pic x(020).
          02 filler                     pic x(013).
          02 lin-aud-antes-dt           pic x(008).
          02 filler                     pic x(015).
          02 lin-aud-depois-desc        pic x(020).
          02 filler                     pic x(014).
          02 lin-aud-depois-dt          pic x(008).
          02 filler                     pic x(007).

      *    Linha de retencao: a posicao do codigo depende do evento
      *    ("EXCLUIDO  codigo=" ou "RECUPERADO codigo="), como em
      *    210-interpretaLinha de expurgo.cbl.
       01 ws-ret-linha                 pic x(080)  value spaces.
       01 ws-ret-codigo                pic 9(005)  value zeros.

      *    Periodos da trilha: 36 meses para tras ate o corrente.
       01 ws-per-ano                   pic 9(004)  value zeros.
       01 ws-per-mes                   pic 9(002)  value zeros.
       01 ws-per                       pic 9(006)  value zeros.
       01 redefines ws-per.
          02 ws-per-aaaa               pic 9(004).
          02 ws-per-mm                 pic 9(002).

      *    Varredura dos arquivos mortos, um dia por vez para tras
      *    (mesmo calendario de 250-retrocedeDia em consarq.cbl).
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

       01 ws-secao-qtd                 pic 9(005)  value zeros.
       01 ws-valor-ed                  pic z(008)9,99.
       01 ws-qtde-ed                   pic zzzz9.
       01 ws-data-ed                   pic x(010)  value spaces.
       01 ws-hora-ed                   pic x(008)  value spaces.
       01 ws-data-fmt                  pic 9(008)  value zeros.
       01 ws-hora-fmt                  pic 9(008)  value zeros.
       01 ws-total-fichas              pic 9(005)  value zeros.
       01 ws-total-ausentes            pic 9(005)  value zeros.
       01 ind                          pic 9(003)  value zeros.
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
           perform 100-leCodigos
              thru 100-leCodigos-fim
           if tb-cod-max = 0
              display "FICHA: nenhum codigo em FICHACODIGO nem em "
                      "ficha.par - nada a fazer"
              go to 999-fim
           end-if
           perform 150-abreArquivos
              thru 150-abreArquivos-fim
           perform varying ind from 1 by 1 until ind > tb-cod-max
              move tb-cod(ind)             to ws-codigo
              perform 200-ficha
                 thru 200-ficha-fim
           end-perform
           display "FICHA: " ws-total-fichas " fichas impressas, "
                   ws-total-ausentes " sem registro no cadastro"
           go to 999-fim.
      *---------------------------------------------------------------*
      *    Codigo unico do parametro FICHACODIGO ou, com ele zerado,
      *    a lista de ficha.par.
      *---------------------------------------------------------------*
       100-leCodigos.
           move zeros                      to tb-cod-max
           open input parametros
           if ws-status = "00"
              move "FICHACODIGO"           to ws-prm-nome
              perform 105-lePar
                 thru 105-lePar-fim
              if ws-prm-achou-sim and ws-prm-valor(1:9) numeric
                 and ws-prm-valor(5:5) not = "00000"
                 move 1                    to tb-cod-max
                 move ws-prm-valor(5:5)    to tb-cod(1)
              end-if
              close parametros
           end-if
           if tb-cod-max > 0
              go to 100-leCodigos-fim
           end-if
           open input ficha-par
           if ws-status <> "00"
              go to 100-leCodigos-fim
           end-if
           perform until exit
              read ficha-par
              if ws-status <> "00"
                 exit perform
              end-if
              if par-codigo not numeric or par-codigo = "00000"
                 add 1                     to ws-par-ignoradas
                 exit perform cycle
              end-if
              if tb-cod-max < 200
                 add 1                     to tb-cod-max
                 move par-codigo           to tb-cod(tb-cod-max)
              else
                 add 1                     to ws-par-ignoradas
              end-if
           end-perform
           close ficha-par
           if ws-par-ignoradas > 0
              display "FICHA: " ws-par-ignoradas " linhas de "
                      "ficha.par ignoradas"
           end-if
           .
       100-leCodigos-fim.
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
              display "FICHA: erro de abertura no arq {ARQUIVO}, "
                      "FS: (" ws-status ") - encerrando"
              go to 999-fim
           end-if
           open output ficha-rpt
           if ws-status <> "00"
              display "FICHA: erro de abertura no arq {FICHA.TXT}, "
                      "FS: (" ws-status ") - encerrando"
              go to 999-fim
           end-if
           open input categoria
           if ws-status = "00" or "05"
              move "S"                     to ws-cat-aberta
           end-if
           open input versoes
           if ws-status = "00" or "05"
              move "S"                     to ws-ver-aberta
           end-if
           open input notas
           if ws-status = "00" or "05"
              move "S"                     to ws-nota-aberta
           end-if
           open input movestoque
           if ws-status = "00" or "05"
              move "S"                     to ws-mve-aberta
           end-if
           open input agendadas
           if ws-status = "00" or "05"
              move "S"                     to ws-agd-aberta
           end-if
           open input rejeitados
           if ws-status = "00" or "05"
              move "S"                     to ws-rej-aberta
           end-if
           .
       150-abreArquivos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Uma ficha: cabecalho e as secoes do codigo em ws-codigo.
      *---------------------------------------------------------------*
       200-ficha.
           add 1                           to ws-total-fichas
           if ws-total-fichas > 1
              move spaces                  to rpt-linha
              write rpt-linha
              move all "="                 to rpt-linha
              write rpt-linha
           end-if
           initialize rpt-linha
           string "FICHA DO CODIGO " ws-codigo
                  " - EMITIDA EM "
                  ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4) " "
                  ws-hora-exec(1:2) ":" ws-hora-exec(3:2)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           perform 300-cadastro
              thru 300-cadastro-fim
           perform 310-versoes
              thru 310-versoes-fim
           perform 320-notas
              thru 320-notas-fim
           perform 330-estoque
              thru 330-estoque-fim
           perform 340-agendadas
              thru 340-agendadas-fim
           perform 400-auditoria
              thru 400-auditoria-fim
           perform 420-retencao
              thru 420-retencao-fim
           perform 350-rejeitados
              thru 350-rejeitados-fim
           perform 450-expurgo
              thru 450-expurgo-fim
           .
       200-ficha-fim.
           exit.
      *---------------------------------------------------------------*
      *    Titulo de secao; ws-secao-qtd conta as linhas impressas
      *    nela para o "nenhum registro" do fim.
      *---------------------------------------------------------------*
       210-titulo.
           move spaces                     to rpt-linha
           write rpt-linha
           write rpt-linha
           move zeros                      to ws-secao-qtd
           .
       210-titulo-fim.
           exit.
      *---------------------------------------------------------------*
       220-nenhum.
           if ws-secao-qtd = 0
              move "  nenhum registro"     to rpt-linha
              write rpt-linha
           end-if
           .
       220-nenhum-fim.
           exit.
      *---------------------------------------------------------------*
       230-indisponivel.
           move "  arquivo indisponivel"   to rpt-linha
           write rpt-linha
           .
       230-indisponivel-fim.
           exit.
      *---------------------------------------------------------------*
      *    Data e hora AAAAMMDD / HHMMSSCC de ws-data-fmt e
      *    ws-hora-fmt para dd/mm/aaaa e hh:mm:ss.
      *---------------------------------------------------------------*
       240-formataDataHora.
           initialize ws-data-ed
                      ws-hora-ed
           string ws-data-fmt(7:2) "/" ws-data-fmt(5:2) "/"
                  ws-data-fmt(1:4)         into ws-data-ed
           end-string
           string ws-hora-fmt(1:2) ":" ws-hora-fmt(3:2) ":"
                  ws-hora-fmt(5:2)         into ws-hora-ed
           end-string
           .
       240-formataDataHora-fim.
           exit.
      *---------------------------------------------------------------*
       300-cadastro.
           perform 210-titulo
              thru 210-titulo-fim
           move "CADASTRO"                 to rpt-linha(1:)
           write rpt-linha
           initialize arq-registro
           move ws-codigo                  to arq-codigo
           read arquivo
           if ws-status <> "00" and "02"
              add 1                        to ws-total-ausentes
              move "  codigo nao consta no cadastro (expurgado ou "
                                           to rpt-linha
              move "nunca incluido)"       to rpt-linha(48:)
              write rpt-linha
              go to 300-cadastro-fim
           end-if
           initialize cat-registro
           if ws-cat-aberta-sim and arq-categoria not = 0
              move arq-categoria           to cat-codigo
              read categoria
              if ws-status <> "00" and "02"
                 move "** NAO CADASTRADA **" to cat-nome
              end-if
           end-if
           move arq-dtTeste                to ws-data-fmt
           move zeros                      to ws-hora-fmt
           perform 240-formataDataHora
              thru 240-formataDataHora-fim
           initialize rpt-linha
           string "  Descricao....: " arq-descricao
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "  Data teste...: " ws-data-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "  Situacao.....: " arq-situacao
                  "   Excluido: " arq-excluido
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "  Categoria....: " arq-categoria " " cat-nome
                                           into rpt-linha
           end-string
           write rpt-linha
           move arq-valor                  to ws-valor-ed
           initialize rpt-linha
           string "  Valor........: " ws-valor-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move arq-quantidade             to ws-qtde-ed
           initialize rpt-linha
           string "  Quantidade...: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       300-cadastro-fim.
           exit.
      *---------------------------------------------------------------*
      *    Imagens anteriores em ordem de chave (codigo+data+hora),
      *    ou seja, da mais antiga para a mais nova.
      *---------------------------------------------------------------*
       310-versoes.
           perform 210-titulo
              thru 210-titulo-fim
           move "VERSOES (imagem ANTERIOR a cada gravacao)"
                                           to rpt-linha
           write rpt-linha
           if not ws-ver-aberta-sim
              perform 230-indisponivel
                 thru 230-indisponivel-fim
              go to 310-versoes-fim
           end-if
           move "  Gravada em          Descricao            Dt.teste"
                                           to rpt-linha
           move "S Cat        Valor  Qtde"  to rpt-linha(56:)
           move "Execucao"                 to rpt-linha(80:)
           write rpt-linha
           initialize ver-registro
           move ws-codigo                  to ver-codigo
           move zeros                      to ver-data
                                              ver-hora
           start versoes key not < ver-chave
           if ws-status <> "00" and "02"
              perform 220-nenhum
                 thru 220-nenhum-fim
              go to 310-versoes-fim
           end-if
           perform until exit
              read versoes next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if ver-codigo not = ws-codigo
                 exit perform
              end-if
              add 1                        to ws-secao-qtd
              move ver-data                to ws-data-fmt
              move ver-hora                to ws-hora-fmt
              perform 240-formataDataHora
                 thru 240-formataDataHora-fim
              move ver-valor               to ws-valor-ed
              move ver-quantidade          to ws-qtde-ed
              initialize rpt-linha
              string "  " ws-data-ed " " ws-hora-ed " "
                     ver-descricao " " ver-dtTeste "   "
                     ver-situacao " " ver-categoria " "
                     ws-valor-ed " " ws-qtde-ed
                     " " ver-execucao
                                           into rpt-linha
              end-string
              write rpt-linha
           end-perform
           perform 220-nenhum
              thru 220-nenhum-fim
           .
       310-versoes-fim.
           exit.
      *---------------------------------------------------------------*
       320-notas.
           perform 210-titulo
              thru 210-titulo-fim
           move "NOTAS"                    to rpt-linha
           write rpt-linha
           if not ws-nota-aberta-sim
              perform 230-indisponivel
                 thru 230-indisponivel-fim
              go to 320-notas-fim
           end-if
           initialize nota-registro
           move ws-codigo                  to nota-codigo
           move zeros                      to nota-seq
           start notas key not < nota-chave
           if ws-status <> "00" and "02"
              perform 220-nenhum
                 thru 220-nenhum-fim
              go to 320-notas-fim
           end-if
           perform until exit
              read notas next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if nota-codigo not = ws-codigo
                 exit perform
              end-if
              add 1                        to ws-secao-qtd
              move nota-data               to ws-data-fmt
              move nota-hora               to ws-hora-fmt
              perform 240-formataDataHora
                 thru 240-formataDataHora-fim
              initialize rpt-linha
              string "  " ws-data-ed " " ws-hora-ed " "
                     nota-usuario " " nota-texto
                                           into rpt-linha
              end-string
              write rpt-linha
           end-perform
           perform 220-nenhum
              thru 220-nenhum-fim
           .
       320-notas-fim.
           exit.
      *---------------------------------------------------------------*
       330-estoque.
           perform 210-titulo
              thru 210-titulo-fim
           move "MOVIMENTOS DE ESTOQUE"    to rpt-linha
           write rpt-linha
           if not ws-mve-aberta-sim
              perform 230-indisponivel
                 thru 230-indisponivel-fim
              go to 330-estoque-fim
           end-if
           initialize mve-registro
           move ws-codigo                  to mve-codigo
           move zeros                      to mve-data
                                              mve-hora
           start movestoque key not < mve-chave
           if ws-status <> "00" and "02"
              perform 220-nenhum
                 thru 220-nenhum-fim
              go to 330-estoque-fim
           end-if
           perform until exit
              read movestoque next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if mve-codigo not = ws-codigo
                 exit perform
              end-if
              add 1                        to ws-secao-qtd
              move mve-data                to ws-data-fmt
              move mve-hora                to ws-hora-fmt
              perform 240-formataDataHora
                 thru 240-formataDataHora-fim
              move mve-valor-unit          to ws-valor-ed
              initialize rpt-linha
              string "  " ws-data-ed " " ws-hora-ed " "
                     mve-tipo " ent=" mve-entrada
                     " sai=" mve-saida
                     " saldo=" mve-saldo
                     " unit=" ws-valor-ed " "
                     mve-documento " " mve-usuario " " mve-origem
                                           into rpt-linha
              end-string
              write rpt-linha
           end-perform
           perform 220-nenhum
              thru 220-nenhum-fim
           .
       330-estoque-fim.
           exit.
      *---------------------------------------------------------------*
       340-agendadas.
           perform 210-titulo
              thru 210-titulo-fim
           move "ALTERACOES AGENDADAS (P pendente, A aplicada, "
                                           to rpt-linha
           move "C cancelada, X excecao)"  to rpt-linha(48:)
           write rpt-linha
           if not ws-agd-aberta-sim
              perform 220-nenhum
                 thru 220-nenhum-fim
              go to 340-agendadas-fim
           end-if
           initialize agd-registro
           move ws-codigo                  to agd-codigo
           move zeros                      to agd-dt-efetiva
                                              agd-seq
           start agendadas key not < agd-chave
           if ws-status <> "00" and "02"
              perform 220-nenhum
                 thru 220-nenhum-fim
              go to 340-agendadas-fim
           end-if
           perform until exit
              read agendadas next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if agd-codigo not = ws-codigo
                 exit perform
              end-if
              add 1                        to ws-secao-qtd
              move agd-dt-efetiva          to ws-data-fmt
              move zeros                   to ws-hora-fmt
              perform 240-formataDataHora
                 thru 240-formataDataHora-fim
              move agd-valor               to ws-valor-ed
              initialize rpt-linha
              string "  efetiva " ws-data-ed " seq " agd-seq
                     " [" agd-status "] por " agd-usuario
                     " em " agd-dt-registro
                     " baixa " agd-dt-baixa " " agd-usuario-baixa
                     " " agd-motivo
                                           into rpt-linha
              end-string
              write rpt-linha
              initialize rpt-linha
              string "     muda descricao=" agd-muda-descricao
                     " [" agd-descricao "]"
                     " situacao=" agd-muda-situacao
                     " [" agd-situacao "]"
                     " categoria=" agd-muda-categoria
                     " [" agd-categoria "]"
                     " valor=" agd-muda-valor
                     " [" ws-valor-ed "]"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-perform
           perform 220-nenhum
              thru 220-nenhum-fim
           .
       340-agendadas-fim.
           exit.
      *---------------------------------------------------------------*
       350-rejeitados.
           perform 210-titulo
              thru 210-titulo-fim
           move "REJEITADOS"               to rpt-linha
           write rpt-linha
           if not ws-rej-aberta-sim
              perform 230-indisponivel
                 thru 230-indisponivel-fim
              go to 350-rejeitados-fim
           end-if
           initialize rej-registro
           move ws-codigo                  to rej-codigo
           move zeros                      to rej-seq
           start rejeitados key not < rej-chave
           if ws-status <> "00" and "02"
              perform 220-nenhum
                 thru 220-nenhum-fim
              go to 350-rejeitados-fim
           end-if
           perform until exit
              read rejeitados next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if rej-codigo not = ws-codigo
                 exit perform
              end-if
              add 1                        to ws-secao-qtd
              move rej-valor               to ws-valor-ed
              initialize rpt-linha
              string "  seq " rej-seq " mov=" rej-tipo-mov " "
                     rej-descricao " " rej-dtTeste " "
                     rej-situacao " " ws-valor-ed " "
                     rej-quantidade " " rej-motivo
                                           into rpt-linha
              end-string
              write rpt-linha
           end-perform
           perform 220-nenhum
              thru 220-nenhum-fim
           .
       350-rejeitados-fim.
           exit.
      *---------------------------------------------------------------*
      *    Eventos de auditoria do codigo, na ordem cronologica: o
      *    auditoria.log antigo e depois os 37 periodos (36 meses
      *    para tras ate o corrente), arquivadas primeiro, como
      *    800-auditoria-carrega de inicio.cbl.
      *---------------------------------------------------------------*
       400-auditoria.
           perform 210-titulo
              thru 210-titulo-fim
           move "AUDITORIA"                to rpt-linha
           write rpt-linha
           initialize ws-nome-log
           string ws-dir-dados delimited by space
                  "/auditoria.log" delimited by size
                                         into ws-nome-log
           end-string
           perform 410-leAuditoria
              thru 410-leAuditoria-fim
           perform 490-inicioPeriodos
              thru 490-inicioPeriodos-fim
           perform 37 times
              move ws-per-ano              to ws-per-aaaa
              move ws-per-mes              to ws-per-mm
              initialize ws-nome-log
              string ws-dir-dados delimited by space
                     "/arquivadas/auditoria-" delimited by size
                     ws-per ".log" delimited by size
                                         into ws-nome-log
              end-string
              perform 410-leAuditoria
                 thru 410-leAuditoria-fim
              initialize ws-nome-log
              string ws-dir-dados delimited by space
                     "/auditoria-" delimited by size
                     ws-per ".log" delimited by size
                                         into ws-nome-log
              end-string
              perform 410-leAuditoria
                 thru 410-leAuditoria-fim
              perform 492-avancaMes
                 thru 492-avancaMes-fim
           end-perform
           perform 220-nenhum
              thru 220-nenhum-fim
           .
       400-auditoria-fim.
           exit.
      *---------------------------------------------------------------*
       410-leAuditoria.
           open input audit-log
           if ws-status <> "00"
              go to 410-leAuditoria-fim
           end-if
           perform until exit
              read audit-log
              if ws-status <> "00"
                 exit perform
              end-if
              move audit-registro          to ws-aud-linha
              if ws-aud-linha(1:8) is numeric and
                 ws-aud-linha(89:8) = " codigo=" and
                 lin-aud-codigo is numeric and
                 lin-aud-codigo = ws-codigo
                 add 1                     to ws-secao-qtd
                 move lin-aud-data         to ws-data-fmt
                 move lin-aud-hora         to ws-hora-fmt
                 perform 240-formataDataHora
                    thru 240-formataDataHora-fim
                 initialize rpt-linha
                 string "  " ws-data-ed " " ws-hora-ed " "
                        lin-aud-operacao " "
                        lin-aud-usuario(1:8) " ["
                        lin-aud-antes-desc "] "
                        lin-aud-antes-dt " -> ["
                        lin-aud-depois-desc "] "
                        lin-aud-depois-dt
                                           into rpt-linha
                 end-string
                 write rpt-linha
              end-if
           end-perform
           close audit-log
           .
       410-leAuditoria-fim.
           exit.
      *---------------------------------------------------------------*
      *    Eventos EXCLUIDO / RECUPERADO da trilha de retencao, nos
      *    mesmos arquivos e na mesma ordem de 200-carregaRetencao
      *    de expurgo.cbl.
      *---------------------------------------------------------------*
       420-retencao.
           perform 210-titulo
              thru 210-titulo-fim
           move "RETENCAO"                 to rpt-linha
           write rpt-linha
           initialize ws-nome-log
           string ws-dir-dados delimited by space
                  "/retencao.log" delimited by size
                                         into ws-nome-log
           end-string
           perform 430-leRetencao
              thru 430-leRetencao-fim
           perform 490-inicioPeriodos
              thru 490-inicioPeriodos-fim
           perform 37 times
              move ws-per-ano              to ws-per-aaaa
              move ws-per-mes              to ws-per-mm
              initialize ws-nome-log
              string ws-dir-dados delimited by space
                     "/arquivadas/retencao-" delimited by size
                     ws-per ".log" delimited by size
                                         into ws-nome-log
              end-string
              perform 430-leRetencao
                 thru 430-leRetencao-fim
              initialize ws-nome-log
              string ws-dir-dados delimited by space
                     "/retencao-" delimited by size
                     ws-per ".log" delimited by size
                                         into ws-nome-log
              end-string
              perform 430-leRetencao
                 thru 430-leRetencao-fim
              perform 492-avancaMes
                 thru 492-avancaMes-fim
           end-perform
           perform 220-nenhum
              thru 220-nenhum-fim
           .
       420-retencao-fim.
           exit.
      *---------------------------------------------------------------*
       430-leRetencao.
           open input retencao-log
           if ws-status <> "00"
              go to 430-leRetencao-fim
           end-if
           perform until exit
              read retencao-log
              if ws-status <> "00"
                 exit perform
              end-if
              move retencao-registro       to ws-ret-linha
              move zeros                   to ws-ret-codigo
              if ws-ret-linha(1:8) not numeric
                 exit perform cycle
              end-if
              if ws-ret-linha(19:8) = "EXCLUIDO" and
                 ws-ret-linha(36:5) is numeric
                 move ws-ret-linha(36:5)   to ws-ret-codigo
              end-if
              if ws-ret-linha(19:10) = "RECUPERADO" and
                 ws-ret-linha(37:5) is numeric
                 move ws-ret-linha(37:5)   to ws-ret-codigo
              end-if
              if ws-ret-codigo = ws-codigo
                 add 1                     to ws-secao-qtd
                 initialize rpt-linha
                 string "  " ws-ret-linha  into rpt-linha
                 end-string
                 write rpt-linha
              end-if
           end-perform
           close retencao-log
           .
       430-leRetencao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Imagens do codigo nos arquivos mortos do expurgo, do dia
      *    corrente para tras ate tres anos, como
      *    200-varreExpurgos de consarq.cbl.
      *---------------------------------------------------------------*
       450-expurgo.
           perform 210-titulo
              thru 210-titulo-fim
           move "EXPURGO (imagens nos arquivos mortos)"
                                           to rpt-linha
           write rpt-linha
           move zeros                      to ws-dias-varridos
           move ws-data-exec               to ws-data-varre
           perform until ws-dias-varridos >= 1100
              add 1                        to ws-dias-varridos
              initialize ws-nome-morto
              string ws-dir-dados delimited by space
                     "/expurgo-" delimited by size
                     ws-data-varre ".dat" delimited by size
                                         into ws-nome-morto
              end-string
              perform 460-leExpurgo
                 thru 460-leExpurgo-fim
              perform 470-retrocedeDia
                 thru 470-retrocedeDia-fim
           end-perform
           perform 220-nenhum
              thru 220-nenhum-fim
           .
       450-expurgo-fim.
           exit.
      *---------------------------------------------------------------*
       460-leExpurgo.
           open input expurgo-arq
           if ws-status <> "00"
              go to 460-leExpurgo-fim
           end-if
           perform until exit
              read expurgo-arq
              if ws-status <> "00"
                 exit perform
              end-if
              if morto-codigo = ws-codigo
                 add 1                     to ws-secao-qtd
                 move ws-data-varre        to ws-data-fmt
                 move zeros                to ws-hora-fmt
                 perform 240-formataDataHora
                    thru 240-formataDataHora-fim
                 move morto-valor          to ws-valor-ed
                 move morto-quantidade     to ws-qtde-ed
                 initialize rpt-linha
                 string "  expurgado em " ws-data-ed " "
                        morto-descricao " " morto-dtTeste " "
                        morto-situacao " " morto-categoria " "
                        ws-valor-ed " " ws-qtde-ed
                                           into rpt-linha
                 end-string
                 write rpt-linha
              end-if
           end-perform
           close expurgo-arq
           .
       460-leExpurgo-fim.
           exit.
      *---------------------------------------------------------------*
       470-retrocedeDia.
           if ws-var-dia > 1
              subtract 1                from ws-var-dia
              go to 470-retrocedeDia-fim
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
       470-retrocedeDia-fim.
           exit.
      *---------------------------------------------------------------*
      *    Primeiro periodo da varredura: 36 meses antes do corrente.
      *---------------------------------------------------------------*
       490-inicioPeriodos.
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
           .
       490-inicioPeriodos-fim.
           exit.
      *---------------------------------------------------------------*
       492-avancaMes.
           if ws-per-mes = 12
              move 1                       to ws-per-mes
              add 1                        to ws-per-ano
           else
              add 1                        to ws-per-mes
           end-if
           .
       492-avancaMes-fim.
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
           initialize ws-arq-agendadas
           string ws-dir-dados delimited by space
                  "/agendadas" delimited by size
                                         into ws-arq-agendadas
           end-string
           initialize ws-arq-rejeitados
           string ws-dir-dados delimited by space
                  "/rejeitados" delimited by size
                                         into ws-arq-rejeitados
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-ficha-par
           string ws-dir-dados delimited by space
                  "/ficha.par" delimited by size
                                         into ws-arq-ficha-par
           end-string
           initialize ws-arq-ficha-rpt
           string ws-dir-dados delimited by space
                  "/ficha.txt" delimited by size
                                         into ws-arq-ficha-rpt
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close arquivo
           close ficha-rpt
           if ws-cat-aberta-sim
              close categoria
           end-if
           if ws-ver-aberta-sim
              close versoes
           end-if
           if ws-nota-aberta-sim
              close notas
           end-if
           if ws-mve-aberta-sim
              close movestoque
           end-if
           if ws-agd-aberta-sim
              close agendadas
           end-if
           if ws-rej-aberta-sim
              close rejeitados
           end-if
           stop run.
