                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ver-chave.
           select movestoque    ASSIGN using ws-arq-movestoque
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is mve-chave.
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is nota-chave.
           select sessoes       ASSIGN using ws-arq-sessoes
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ses-chave.
           select tarefas       ASSIGN using ws-arq-tarefas
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is tar-chave
                  alternate record key is tar-chave-oper.
      *---------------------------------------------------------------*
       data division.
       file section.
           fd carga-log.
           01 log-registro           pic x(080).
           fd audit-log.
           01 audit-registro         pic x(250).
           fd retencao-log.
           01 retencao-registro      pic x(080).
           fd arq-jornal.
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
           fd usuarios.
           01 usu-registro.
              02 usu-chave.
              02 nota-usuario          pic x(008).
              02 nota-texto            pic x(060).


           fd sessoes.
           01 ses-registro.
              02 ses-chave.
                 03 ses-programa       pic x(008).
                 03 ses-usuario        pic x(008).
                 03 ses-data           pic 9(008).
                 03 ses-hora           pic 9(008).
              02 ses-terminal          pic x(020).
      *    tarefas de acompanhamento por codigo, mantidas em
      *    tarefa.cbl; as abertas do operador aparecem logo apos o
      *    sign-on (048-caixaTarefas)
           fd tarefas.
           01 tar-registro.
              02 tar-chave.
                 03 tar-numero         pic 9(007).
              02 tar-chave-oper.
                 03 tar-operador       pic x(008).
                 03 tar-vencimento     pic 9(008).
                 03 tar-oper-numero    pic 9(007).
              02 tar-codigo            pic 9(005).
              02 tar-descricao         pic x(050).
              02 tar-situacao          pic x(001).
                 88 tar-situacao-aberta     value "A".
                 88 tar-situacao-concluida  value "C".
                 88 tar-situacao-cancelada  value "X".
              02 tar-criada-data       pic 9(008).
              02 tar-criada-hora       pic 9(008).
              02 tar-criada-por        pic x(008).
              02 tar-fechada-data      pic 9(008).
              02 tar-fechada-hora      pic 9(008).
              02 tar-fechada-por       pic x(008).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-ver-escolha                pic 9(003)  value zeros.
       01 ws-ver-estouro                pic x(001)  value "N".
          88 ws-ver-estouro-sim         value "S".
       01 ws-mve-aberta                 pic x(001)  value "N".
          88 ws-mve-aberta-sim          value "S".
       01 ws-mve-status                 pic x(002)  value spaces.
       01 ws-mve-tipo                   pic x(001)  value space.
       01 ws-mve-qtde-antes             pic 9(005)  value zeros.
       01 ws-mve-documento              pic x(012)  value spaces.
       01 ws-mve-origem                 pic x(008)  value spaces.
       01 ws-lin4.
          02 lin4-data                  pic x(010).
          02 lin4-hora                  pic x(008).
             03 tbn-usuario            pic x(008).
             03 tbn-texto              pic x(060).

       01 ws-tar-hoje                   pic 9(008)  value zeros.
       01 ws-tar-abertas                pic 9(004)  value zeros.
       01 ws-tar-vencidas               pic 9(004)  value zeros.
       01 ws-tar-carrega                pic 9(003)  value zeros.
       01 tb-tarefas.
          02 occurs 16.
             03 tbt-numero             pic 9(007).
             03 tbt-codigo             pic 9(005).
             03 tbt-vencto             pic x(010).
             03 tbt-prazo              pic x(007).
             03 tbt-descricao          pic x(044).

       01 ws-exc-recupera               pic x(001)  value "N".
          88 ws-exc-e-recuperacao       value "S".
          88 ws-exc-e-exclusao          value "N".
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-sessoes               pic x(064)  value spaces.
       01 ws-ses-chave                 pic x(032)  value spaces.
       01 ws-ses-aberta                pic x(001)  value "N".
          88 ws-ses-aberta-sim         value "S".
       01 ws-arq-arquivos              pic x(064)  value spaces.
       01 ws-arq-carga-seq             pic x(064)  value spaces.
       01 ws-arq-carga-log             pic x(064)  value spaces.
       01 ws-arq-categoria             pic x(064)  value spaces.
       01 ws-arq-rejeitados            pic x(064)  value spaces.
       01 ws-arq-versoes               pic x(064)  value spaces.
       01 ws-arq-movestoque            pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-notas                 pic x(064)  value spaces.
       01 ws-arq-tarefas               pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value spaces.
       01 ws-mens                      pic x(067)  value spaces.
       01 ws-opc                       pic x(001)  value spaces.
          02 line 22 column 02 value "Nota:".
          02 line 22 col 08 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(060) using ws-nota-texto.
       01 tela6 blank screen.
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 27
             "MINHAS TAREFAS EM ABERTO"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 03 COLUMN 02 value "Operador:".
          02 line 03 column 12
             pic x(008) from ws-usu-id HIGHLIGHT.
          02 LINE 03 COLUMN 24 value "Abertas:".
          02 line 03 column 33
             pic zzz9 from ws-tar-abertas HIGHLIGHT.
          02 LINE 03 COLUMN 40 value "Vencidas:".
          02 line 03 column 50
             pic zzz9 from ws-tar-vencidas HIGHLIGHT.
          02 LINE 04 COLUMN 02 value
             "Tarefa  Cod.  Vencimento Prazo   Descricao".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tl6-linTarefa.
          02 line ws-line column 02
               pic 9(007) from tbt-numero(ind).
          02 line ws-line column 10
               pic 9(005) from tbt-codigo(ind).
          02 line ws-line column 16
               pic x(010) from tbt-vencto(ind).
          02 line ws-line column 27
               pic x(007) from tbt-prazo(ind) HIGHLIGHT.
          02 line ws-line column 35
               pic x(044) from tbt-descricao(ind).
       01 tela1-conf.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
           if ws-status = "00" or "05"
              move "S"                     to ws-ver-aberta
           end-if
           move "N"                        to ws-mve-aberta
           open i-o movestoque
           if ws-status = "35"
              open output movestoque
              close movestoque
              open i-o movestoque
           end-if
           move ws-status                  to ws-mve-status
           if ws-status = "00" or "05"
              move "S"                     to ws-mve-aberta
           end-if
           move "N"                        to ws-modo-headless
           open input batch-par
           if ws-status = "00"
              end-if
           end-if

      *    No modo noturno a carga roda direto (e o proprio passo do
      *    batch); na sessao interativa, so depois do sign-on e do
      *    registro da sessao, para nunca correr com a trava de
      *    manutencao do noturno levantada.
           if ws-headless-sim
              perform 600-carga
                 thru 600-carga-fim
              perform 700-batchNoturno
                 thru 700-batchNoturno-fim
              go 999-fim
           if not ws-logon-ok-sim
              go 999-fim
           end-if
           perform 040-sessaoAbre
              thru 040-sessaoAbre-fim
           if not ws-logon-ok-sim
              go 999-fim
           end-if
           perform 600-carga
              thru 600-carga-fim
           perform 048-caixaTarefas
              thru 048-caixaTarefas-fim
           display tela1
                   tela1-amb
                   tela1-usuario
                      ws-senha-nova2
           exit.
      *---------------------------------------------------------------*
      *    Registro da sessao no arquivo compartilhado "sessoes"
      *    (programa, usuario, inicio e terminal), que sessao.cbl
      *    lista e noturno.cbl consulta antes dos passos destrutivos.
      *    Enquanto o noturno mantem a trava de manutencao (o
      *    registro do programa NOTURNO no mesmo arquivo) o sign-on
      *    e recusado. A sessao sai do arquivo em 045-sessaoFecha.
      *---------------------------------------------------------------*
       040-sessaoAbre.
           move "N"                        to ws-ses-aberta
           open i-o sessoes
           if ws-status = "35"
              open output sessoes
              close sessoes
              open i-o sessoes
           end-if
           if ws-status <> "00" and "05"
              initialize ws-mens
              string "Erro de abertura no arq {SESSOES}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              move "N"                     to ws-logon-ok
              go 040-sessaoAbre-fim
           end-if
           initialize ses-registro
           move "NOTURNO"                  to ses-programa
           start sessoes key not < ses-chave
           if ws-status = "00" or "02"
              read sessoes next with no lock
              if (ws-status = "00" or "02") and
                 ses-programa = "NOTURNO"
                 close sessoes
                 initialize ws-mens
                 string "Sistema em manutencao (batch noturno desde "
                        ses-hora(1:2) ":" ses-hora(3:2)
                        "), tecle ENTER"
                                         into ws-mens
                 end-string
                 display tela1-lin23

                 accept ws-opc at 2378
                 move "N"                  to ws-logon-ok
                 go 040-sessaoAbre-fim
              end-if
           end-if
           initialize ses-registro
           move "INICIO"                   to ses-programa
           move ws-usu-id                  to ses-usuario
           accept ses-data from date yyyymmdd
           accept ses-hora from time
           accept ses-terminal from environment "TERM"
           if ses-terminal = spaces
              move "DESCONHECIDO"          to ses-terminal
           end-if
       040-sessaoAbre-grava.
           write ses-registro
           if ws-status = "22" and ses-hora < 99999999
              add 1                        to ses-hora
              go 040-sessaoAbre-grava
           end-if
           if ws-status = "00" or "02"
              move ses-chave               to ws-ses-chave
              move "S"                     to ws-ses-aberta
           end-if
           close sessoes
           .
       040-sessaoAbre-fim.
           exit.
      *---------------------------------------------------------------*
       045-sessaoFecha.
           if not ws-ses-aberta-sim
              go 045-sessaoFecha-fim
           end-if
           open i-o sessoes
           if ws-status <> "00" and "05"
              go 045-sessaoFecha-fim
           end-if
           move ws-ses-chave               to ses-chave
           delete sessoes record
           close sessoes
           move "N"                        to ws-ses-aberta
           .
       045-sessaoFecha-fim.
           exit.
      *---------------------------------------------------------------*
      *    Caixa de tarefas do operador logo apos o sign-on: as
      *    tarefas ABERTAS atribuidas a ele em tarefa.cbl, pela chave
      *    operador + vencimento (as vencidas vem primeiro), com o
      *    total de abertas e de vencidas. Mostra as 16 primeiras;
      *    sem tarefa aberta (ou sem o arquivo) segue direto para o
      *    menu.
      *---------------------------------------------------------------*
       048-caixaTarefas.
           move zeros                      to ws-tar-abertas
                                              ws-tar-vencidas
                                              ws-tar-carrega
           initialize tb-tarefas
           open input tarefas
           if ws-status <> "00" and "05"
              go 048-caixaTarefas-fim
           end-if
           accept ws-tar-hoje from date yyyymmdd
           initialize tar-registro
           move ws-usu-id                  to tar-operador
           move zeros                      to tar-vencimento
                                              tar-oper-numero
           start tarefas key not < tar-chave-oper
           if ws-status <> "00" and "02"
              close tarefas
              go 048-caixaTarefas-fim
           end-if
           perform until exit
              read tarefas next with no lock
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if tar-operador not = ws-usu-id
                 exit perform
              end-if
              if not tar-situacao-aberta
                 exit perform cycle
              end-if
              add 1                        to ws-tar-abertas
              if tar-vencimento < ws-tar-hoje
                 add 1                     to ws-tar-vencidas
              end-if
              if ws-tar-carrega < 16
                 add 1                     to ws-tar-carrega
                 move tar-numero           to tbt-numero(ws-tar-carrega)
                 move tar-codigo           to tbt-codigo(ws-tar-carrega)
                 string tar-vencimento(7:2) "/"
                        tar-vencimento(5:2) "/"
                        tar-vencimento(1:4)
                                     into tbt-vencto(ws-tar-carrega)
                 end-string
                 evaluate true
                 when tar-vencimento < ws-tar-hoje
                    move "VENCIDA"      to tbt-prazo(ws-tar-carrega)
                 when tar-vencimento = ws-tar-hoje
                    move "HOJE"         to tbt-prazo(ws-tar-carrega)
                 end-evaluate
                 move tar-descricao     to tbt-descricao(ws-tar-carrega)
              end-if
           end-perform
           close tarefas
           if ws-tar-abertas = 0
              go 048-caixaTarefas-fim
           end-if
           display tela6
           perform varying ind from 1 by 1 until ind > ws-tar-carrega
              move tb-lin(ind)             to ws-line
              display tl6-linTarefa
           end-perform
           initialize ws-mens
           if ws-tar-abertas > 16
              move "16 primeiras por vencimento - ENTER segue p/ menu"
                                           to ws-mens
           else
              move "Tecle ENTER para seguir para o menu"
                                           to ws-mens
           end-if
           display tela1-lin23

           accept ws-opc at 2378
           .
       048-caixaTarefas-fim.
           exit.
      *---------------------------------------------------------------*
      *    Controle de acesso por perfil: o perfil T (trainee) so
      *    pode usar Inclusao e Consulta; Alteracao, Exclusao e
      *    Exportar sao recusadas. Perfis A e O tem todas as opcoes.
              go 100-inclusaoQuantidade
           end-if
           initialize ws-opc
      *    sem o razao de estoque aberto o saldo inicial nao entra:
      *    quantidade no cadastro sem o movimento I nao fecha no
      *    kardex
           if ws-quantidade > 0 and not ws-mve-aberta-sim
              initialize ws-mens
              string "Erro de abertura no arq {MOVESTOQUE}, FS: ("
                     ws-mve-status ") - qtde nao gravada!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              go 100-inclusaoQuantidade
           end-if
      *    inclusao de trainee entra sempre Pendente e so aparece na
      *    exportacao depois de liberada na fila de aprovacao
      *    (aprova.cbl) por um perfil A ou O
                         ws-aud-antes-dtTeste
              perform 700-audita
                 thru 700-audita-fim
              move "I"                     to ws-mve-tipo
              move zeros                   to ws-mve-qtde-antes
              move "INCLUSAO"              to ws-mve-documento
              move "INICIO"                to ws-mve-origem
              perform 840-movimentaEstoque
                 thru 840-movimentaEstoque-fim
           end-if
           .
       100-inclusao-fim.
              go 200-alteracaoCategoria
           end-if
           .
      *    a quantidade nao se altera por aqui: so muda por movimento
      *    de estoque (estoque.cbl), para o kardex fechar com o saldo
       200-alteracao-grava.
           initialize ws-opc
           move "Confirma a gravacao? <S/N>"
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              go 200-alteracaoValor
           end-if
           initialize ws-opc
           initialize arq-registro
              write log-registro
              go 600-carga-valida-fim
           end-if
           if arqs-quantidade > 0 and not ws-mve-aberta-sim
              initialize ws-carga-motivo
              string "movestoque nao aberto FS=(" ws-mve-status ")"
                                           into ws-carga-motivo
              end-string
              perform 603-carga-rejeita
                 thru 603-carga-rejeita-fim
              go 600-carga-valida-fim
           end-if
           move arqs-codigo               to arq-codigo
           move arqs-descricao            to arq-descricao
           move arqs-dtTeste               to arq-dtTeste
           move arqs-dtTeste              to ws-dtTeste
           perform 700-audita
              thru 700-audita-fim
           move "I"                       to ws-mve-tipo
           move zeros                     to ws-mve-qtde-antes
           move "CARGA"                   to ws-mve-documento
           move "CARGA"                   to ws-mve-origem
           perform 840-movimentaEstoque
              thru 840-movimentaEstoque-fim
           .
       600-carga-valida-fim.
           exit.
                 go 601-carga-altera-fim
              end-if
           end-if
      *    mudar a quantidade sem o razao de estoque aberto deixaria
      *    o saldo sem o AJUSTE correspondente no kardex
           if arqs-quantidade not = arq-quantidade and
              not ws-mve-aberta-sim
              initialize ws-carga-motivo
              string "movestoque nao aberto FS=(" ws-mve-status ")"
                                           into ws-carga-motivo
              end-string
              perform 603-carga-rejeita
                 thru 603-carga-rejeita-fim
              go 601-carga-altera-fim
           end-if
           move arq-registro              to ws-jor-antes
           move arq-descricao             to ws-aud-antes-descricao
           move arq-dtTeste               to ws-aud-antes-dtTeste
           move arq-quantidade            to ws-mve-qtde-antes
           move arqs-descricao            to arq-descricao
           move arqs-dtTeste              to arq-dtTeste
           move arqs-situacao             to arq-situacao
           move arqs-dtTeste              to ws-dtTeste
           perform 700-audita
              thru 700-audita-fim
           move "A"                       to ws-mve-tipo
           move "CARGA"                   to ws-mve-documento
           move "CARGA"                   to ws-mve-origem
           perform 840-movimentaEstoque
              thru 840-movimentaEstoque-fim
           .
       601-carga-altera-fim.
           exit.
           exit.
      *---------------------------------------------------------------*
       800-auditoria-filtra.
      *    so linha com " codigo=" logo apos o terminal traz o
      *    codigo nas colunas 97-101 (as de parametro.cbl, por
      *    exemplo, nao trazem)
           if ws-aud-f-codigo > 0
              if ws-aud-linha(89:8) not = " codigo=" or
                 lin-aud-codigo not = ws-aud-f-codigo
                 go 800-auditoria-filtra-fim
              end-if
           end-if
           if ws-aud-f-usuario not = spaces and
              lin-aud-usuario(1:8) not = ws-aud-f-usuario
           end-string
           move lin-aud-operacao           to tba-oper(ws-aud-total)
           move lin-aud-usuario(1:8)       to tba-usuario(ws-aud-total)
           if ws-aud-linha(89:8) = " codigo=" and
              lin-aud-codigo is numeric
              move lin-aud-codigo          to tba-codigo(ws-aud-total)
           else
              move spaces                  to tba-codigo(ws-aud-total)
           end-if
           move lin-aud-antes-desc         to
                                        tba-antes-desc(ws-aud-total)
           move lin-aud-antes-dt           to tba-antes-dt(ws-aud-total)
           move tbv-categoria(ws-ver-escolha)
                                           to ws-categoria
           move tbv-valor(ws-ver-escolha)  to ws-valor
      *    a quantidade fica a atual: saldo de estoque so muda por
      *    movimento, e a versao nao desfaz entradas e saidas
           initialize arq-registro
           move ws-codigo                  to arq-codigo
           move ws-descricao               to arq-descricao
       830-restaura-aplica-fim.
           exit.
      *---------------------------------------------------------------*
      *    Movimento de estoque no arquivo "movestoque" (o razao de
      *    estoque.cbl e kardex.cbl) para a quantidade que entra no
      *    cadastro por aqui: a inclusao (tela ou carga) implanta o
      *    saldo com tipo I e a alteracao da carga vira AJUSTE pela
      *    diferenca. Quem chama deixa em arq-registro a imagem ja
      *    gravada e preenche ws-mve-tipo, ws-mve-qtde-antes,
      *    ws-mve-documento e ws-mve-origem; sem diferenca de
      *    quantidade nao ha movimento.
      *---------------------------------------------------------------*
       840-movimentaEstoque.
           if not ws-mve-aberta-sim
              go 840-movimentaEstoque-fim
           end-if
           if arq-quantidade = ws-mve-qtde-antes
              go 840-movimentaEstoque-fim
           end-if
           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time
           initialize mve-registro
           move arq-codigo                 to mve-codigo
           move ws-aud-data                to mve-data
           move ws-aud-hora                to mve-hora
           move ws-mve-tipo                to mve-tipo
           if arq-quantidade > ws-mve-qtde-antes
              compute mve-entrada = arq-quantidade - ws-mve-qtde-antes
           else
              compute mve-saida   = ws-mve-qtde-antes - arq-quantidade
           end-if
           move zeros                      to mve-valor-unit
           move ws-mve-documento           to mve-documento
           move ws-aud-usuario             to mve-usuario
           move ws-mve-origem              to mve-origem
           move arq-quantidade             to mve-saldo
       840-movimentaEstoque-tenta.
           write mve-registro
           if ws-status = "22"
              if mve-hora < 99999999
                 add 1                     to mve-hora
                 go to 840-movimentaEstoque-tenta
              end-if
           end-if
           .
       840-movimentaEstoque-fim.
           exit.
      *---------------------------------------------------------------*
      *    Resolve o diretorio de dados da variavel de ambiente
      *    CURSODADOS e o ambiente (TEST/PROD) de CURSOAMB, para
      *    teste e producao rodarem lado a lado sem recompilar;
                  "/arquivo" delimited by size
                                         into ws-arq-arquivo
           end-string
           initialize ws-arq-sessoes
           string ws-dir-dados delimited by space
                  "/sessoes" delimited by size
                                         into ws-arq-sessoes
           end-string
           initialize ws-arq-arquivos
           string ws-dir-dados delimited by space
                  "/x" delimited by size
                  "/versoes" delimited by size
                                         into ws-arq-versoes
           end-string
           initialize ws-arq-movestoque
           string ws-dir-dados delimited by space
                  "/movestoque" delimited by size
                                         into ws-arq-movestoque
           end-string
           initialize ws-arq-usuarios
           string ws-dir-dados delimited by space
                  "/usuarios" delimited by size
                  "/notas" delimited by size
                                         into ws-arq-notas
           end-string
           initialize ws-arq-tarefas
           string ws-dir-dados delimited by space
                  "/tarefas" delimited by size
                                         into ws-arq-tarefas
           end-string
           initialize ws-arq-seguranca-log
           string ws-dir-dados delimited by space
                  "/seguranca.log" delimited by size
           if ws-ver-aberta-sim
              close versoes
           end-if
           if ws-mve-aberta-sim
              close movestoque
           end-if
           perform 045-sessaoFecha
              thru 045-sessaoFecha-fim
           stop run.
