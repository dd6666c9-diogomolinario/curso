       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarefa.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Manutencao das tarefas de acompanhamento "tarefas"
      *    (indexado pelo numero da tarefa, com chave alternativa
      *    operador + vencimento + numero). Cada tarefa pendura num
      *    codigo do cadastro "arquivo" e leva:
      *      descricao   texto livre ate 50
      *      operador    usuario responsavel (arquivo de usuarios)
      *      vencimento  data limite AAAAMMDD
      *      situacao    A = aberta, C = concluida, X = cancelada
      *    Inclusao abre a tarefa (numero = maior existente + 1),
      *    Reatribuicao troca operador e/ou vencimento de tarefa
      *    aberta, Fechamento conclui ou cancela - e anexa na hora a
      *    nota de fechamento nas notas do codigo (o mesmo arquivo
      *    "notas" de 450-notas em inicio.cbl, so por acrescimo).
      *    As tarefas abertas do operador aparecem logo apos o
      *    sign-on de inicio.cbl e as vencidas saem no relatorio
      *    noturno atrasos.cbl para os supervisores. Identificacao
      *    do operador como em calendario.cbl (perfil A ou O) e toda
      *    gravacao sai na trilha de auditoria (operacao TAREFA).
      *---------------------------------------------------------------*
       environment division.
       configuration section.
       special-names.
           crt status is crt-status
           decimal-point is comma.
      *---------------------------------------------------------------*
       input-output section.
       file-control.
      *---------------------------------------------------------------*
           select tarefas       ASSIGN using ws-arq-tarefas
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is tar-chave
                  alternate record key is tar-chave-oper.
           select arquivo       ASSIGN using ws-arq-arquivo
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is arq-chave.
           select notas         ASSIGN using ws-arq-notas
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is nota-chave.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is prm-chave.
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is usu-chave.
           select seguranca-log ASSIGN using ws-arq-seguranca-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select audit-log     ASSIGN using ws-arq-audit-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
      *---------------------------------------------------------------*
       data division.
       file section.
      *---------------------------------------------------------------*
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

           fd arquivo.
           01 arq-registro.
              02 arq-chave.
                 03 arq-codigo         pic 9(005).
              02 arq-descricao         pic x(020).
              02 arq-dtTeste           pic 9(008).
              02 arq-excluido          pic x(001).
                 88 arq-excluido-sim   value "S".
              02 arq-situacao          pic x(001).
              02 arq-categoria         pic 9(003).
              02 arq-valor             pic 9(009)v99.
              02 arq-quantidade        pic 9(005).

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

           fd usuarios.
           01 usu-registro.
              02 usu-chave.
                 03 usu-id             pic x(008).
              02 usu-nome              pic x(020).
              02 usu-senha             pic x(008).
              02 usu-perfil            pic x(001).
                 88 usu-perfil-admin     value "A".
                 88 usu-perfil-operador  value "O".
                 88 usu-perfil-trainee   value "T".
              02 usu-falhas            pic 9(002).
              02 usu-bloqueado         pic x(001).
                 88 usu-bloqueado-sim  value "S".
              02 usu-dt-senha          pic 9(008).

           fd seguranca-log.
           01 seg-registro             pic x(080).

           fd audit-log.
           01 audit-registro           pic x(220).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-registro.
          02 ws-numero                 pic 9(007).
          02 ws-codigo                 pic 9(005).
          02 ws-descricao              pic x(050).
          02 ws-operador               pic x(008).
          02 ws-vencimento             pic 9(008).
          02 redefines ws-vencimento.
             03 ws-aaVen               pic 9(004).
             03 ws-mmVen               pic 9(002).
             03 ws-ddVen               pic 9(002).
          02 ws-situacao               pic x(001).
             88 ws-situacao-aberta     value "A".
             88 ws-situacao-concluida  value "C".
             88 ws-situacao-cancelada  value "X".
       01 ws-cod-descricao             pic x(020)  value spaces.
       01 ws-oper-nome                 pic x(020)  value spaces.
       01 ws-criada-fmt                pic x(030)  value spaces.
       01 ws-fechada-fmt               pic x(030)  value spaces.
       01 ws-operador-antes            pic x(008)  value spaces.
       01 ws-vencimento-antes          pic 9(008)  value zeros.
       01 ws-situacao-antes            pic x(001)  value spaces.
       01 ws-acao                      pic x(008)  value spaces.
       01 ws-nota-status               pic x(002)  value spaces.

       01 tab-ddMes                    pic x(024)  value
           "312831303130313130313031".
       01 redefines tab-ddMes.
          02 tb-ddMes                  pic 9(002)  occurs 12.
       01 ws-CalcAno.
          02 ws-intAno                 pic 9(004)  value zeros.
          02 ws-restoAno               pic 9(002)  value zeros.

       01 tb-consulta.
          02 occurs 16.
             03 tb-numero              pic 9(007).
             03 tb-codigo              pic 9(005).
             03 tb-operador            pic x(008).
             03 tb-venc-fmt            pic x(010).
             03 tb-situacao            pic x(001).
             03 tb-descricao           pic x(040).
       01 tab-lin                      pic x(032)  value
           "06070809101112131415161718192021".
       01 redefines tab-lin.
          02 tb-lin                    pic 9(002)  occurs 16.
       01 ws-consulta-achou             pic x(001)  value "N".
          88 ws-consulta-achou-sim      value "S".

       01 ws-usu-id                    pic x(008)  value spaces.
       01 ws-usu-senha                 pic x(008)  value spaces.
       01 ws-logon-ok                  pic x(001)  value "N".
          88 ws-logon-ok-sim           value "S".
       01 ws-logon-tentativas          pic 9(001)  value zeros.
       01 ws-aud-usuario               pic x(020)  value spaces.
       01 ws-aud-terminal              pic x(020)  value spaces.
       01 ws-aud-operacao              pic x(011)  value spaces.
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

       01 ws-seg-max-falhas            pic 9(002)  value 3.
       01 ws-seg-evento                pic x(010)  value spaces.
       01 ws-arq-seguranca-log         pic x(064)  value spaces.
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-tarefas               pic x(064)  value spaces.
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-notas                 pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-audit-log             pic x(080)  value spaces.
       01 ws-status                    pic x(002)  value spaces.
       01 ws-mens                      pic x(067)  value spaces.
       01 ws-opc                       pic x(001)  value spaces.
       01 idxm                         pic 9(003)  value zeros.
       01 ind                          pic 9(003)  value zeros.
       01 ind1                         pic 9(003)  value zeros.
       01 ws-line                      pic 9(002)  value zeros.
       01 crt-status.
          02 crt-status-1              pic 9.
             88 terminate-key            value 0.
             88 function-key             value 1.
             88 adis-key                 value 2.
             88 status-1-error           value 9.
          02 crt-status-2              pic 99 comp-x.
             88 esc-key                  value 0.
             88 f1-key                   value 1.
             88 left-key                 value 64.
             88 right-key                value 65.
             88 up-key                   value 31.
             88 down-key                 value 32.
             88 enter-key                value 48.
          02 crt-status-3              pic 99 comp-x.
             88 raw-key-code              values 0 thru 255.
      *---------------------------------------------------------------*
       screen section.
      *---------------------------------------------------------------*
       01 tela-logon blank screen.
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 35
             "CURSO COBOL"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 08 COLUMN 25
             "IDENTIFICACAO DO OPERADOR"  HIGHLIGHT.
          02 LINE 10 COLUMN 25 value "Usuario..:".
          02 LINE 12 COLUMN 25 value "Senha....:".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 acc-usu-id.
          02 line 10 col 36 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(008) using ws-usu-id UPPER.
       01 acc-usu-senha.
          02 line 12 col 36 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(008) using ws-usu-senha SECURE.
       01 tela1 blank screen.
          02 LINE 01 COLUMN 01 value
             "  Inclusao   Reatribuicao   Fechamento   Consulta   Sair".
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 27
             "TAREFAS DE ACOMPANHAMENTO"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 04 COLUMN 01 value " Tarefa...:".
          02 LINE 05 COLUMN 01 value " Codigo...:".
          02 LINE 06 COLUMN 01 value " Descricao:".
          02 LINE 07 COLUMN 01 value " Operador.:".
          02 LINE 08 COLUMN 01 value " Vencto...:   /  /".
          02 LINE 09 COLUMN 01 value " Situacao.:".
          02 LINE 09 COLUMN 17 value
             "(A=aberta C=concluida X=cancelada)".
          02 LINE 10 COLUMN 01 value " Criada...:".
          02 LINE 11 COLUMN 01 value " Fechada..:".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tela1-lin23.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12 from WS-MENS HIGHLIGHT.
       01 tela1-inc.
          02 LINE 01 COLUMN 03
             "Inclusao"   HIGHLIGHT REVERSE-VIDEO.
       01 tela1-rea.
          02 LINE 01 COLUMN 14
             "Reatribuicao"  HIGHLIGHT REVERSE-VIDEO.
       01 tela1-fec.
          02 LINE 01 COLUMN 29
             "Fechamento"  HIGHLIGHT REVERSE-VIDEO.
       01 tela1-con.
          02 LINE 01 COLUMN 42
             "Consulta"  HIGHLIGHT REVERSE-VIDEO.
       01 tela1-sai.
          02 LINE 01 COLUMN 53
             "Sair"  HIGHLIGHT REVERSE-VIDEO.
       01 acc-numero.
          02 line 04 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(007) using ws-numero blank zeros.
       01 acc-codigo.
          02 line 05 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(005) using ws-codigo blank zeros.
       01 tela1-codDesc.
          02 line 05 col 20
          pic x(020) from ws-cod-descricao.
       01 acc-descricao.
          02 line 06 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(050) using ws-descricao UPPER.
       01 acc-operador.
          02 line 07 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(008) using ws-operador UPPER.
       01 tela1-operNome.
          02 line 07 col 23
          pic x(020) from ws-oper-nome.
       01 acc-ddVen.
          02 line 08 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(002) using ws-ddVen blank zeros.
       01 acc-mmVen.
          02 line 08 col 16 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(002) using ws-mmVen blank zeros.
       01 acc-aaVen.
          02 line 08 col 19 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(004) using ws-aaVen blank zeros.
       01 acc-situacao.
          02 line 09 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-situacao UPPER.
       01 tela1-historico.
          02 line 10 col 13
          pic x(030) from ws-criada-fmt.
          02 line 11 col 13
          pic x(030) from ws-fechada-fmt.
       01 tela1-conf.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12
             pic x(060) from WS-MENS HIGHLIGHT.
          02 line 23 column 76
             "[ ]" HIGHLIGHT REVERSE-VIDEO.
          02 line 23 column 77  BACKGROUND-COLOR 1 HIGHLIGHT
             pic x using ws-opc UPPER.
       01 tela2 blank screen.
          02 LINE 01 COLUMN 01 value
             "  Inclusao   Reatribuicao   Fechamento   Consulta   Sair".
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 27
             "TAREFAS DE ACOMPANHAMENTO"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 04 COL 1 value
             "  Tarefa  Cod.  Operador Vencimento S Descricao".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tl2-linConsulta.
          02 line ws-line column 03
               pic 9(007) from tb-numero(ind).
          02 line ws-line column 11
               pic 9(005) from tb-codigo(ind).
          02 line ws-line column 17
               pic x(008) from tb-operador(ind).
          02 line ws-line column 26
               pic x(010) from tb-venc-fmt(ind).
          02 line ws-line column 37
               pic x(001) from tb-situacao(ind).
          02 line ws-line column 39
               pic x(040) from tb-descricao(ind).
          02 line ws-line column 02
               pic x(001) from spaces.
          02 line ws-line column 10
               pic x(001) from spaces.
          02 line ws-line column 16
               pic x(001) from spaces.
          02 line ws-line column 25
               pic x(001) from spaces.
          02 line ws-line column 36
               pic x(001) from spaces.
          02 line ws-line column 38
               pic x(001) from spaces.
       01 tl2-linConsulta2  HIGHLIGHT REVERSE-VIDEO.
          02 line ws-line column 03
               pic 9(007) from tb-numero(ind).
          02 line ws-line column 11
               pic 9(005) from tb-codigo(ind).
          02 line ws-line column 17
               pic x(008) from tb-operador(ind).
          02 line ws-line column 26
               pic x(010) from tb-venc-fmt(ind).
          02 line ws-line column 37
               pic x(001) from tb-situacao(ind).
          02 line ws-line column 39
               pic x(040) from tb-descricao(ind).
          02 line ws-line column 02
               pic x(001) from spaces.
          02 line ws-line column 10
               pic x(001) from spaces.
          02 line ws-line column 16
               pic x(001) from spaces.
          02 line ws-line column 25
               pic x(001) from spaces.
          02 line ws-line column 36
               pic x(001) from spaces.
          02 line ws-line column 38
               pic x(001) from spaces.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       001-INICIO.
      *---------------------------------------------------------------*
           perform 005-ambiente
              thru 005-ambiente-fim
           if not ws-amb-ok-sim
              go to 999-fim
           end-if
           accept ws-aud-terminal  from environment "TERM"
           if ws-aud-terminal = spaces
              move "DESCONHECIDO"          to ws-aud-terminal
           end-if
           perform 020-logon
              thru 020-logon-fim
           if not ws-logon-ok-sim
              go 999-fim
           end-if
           OPEN I-O tarefas
           if ws-status = "35"
              open output tarefas
              close tarefas
              open i-o tarefas
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {TAREFAS}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open input arquivo
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {ARQUIVO}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open input usuarios
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {USUARIOS}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open i-o notas
           if ws-status = "35"
              open output notas
              close notas
              open i-o notas
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {NOTAS}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open extend audit-log
           if ws-status = "35"
              open output audit-log
              close audit-log
              open extend audit-log
           end-if
           display tela1
           INITIALIZE ws-mens
           display tela1-lin23
           move 1                          to idxm
           display tela1-inc
           perform 050-recebeMenu
              thru 050-recebeMenu-fim
           go 999-fim.
      *---------------------------------------------------------------*
      *    Identificacao do operador contra o arquivo de usuarios, com
      *    o mesmo controle de falhas, bloqueio e eventos em
      *    seguranca.log de parametro.cbl - trainee nao abre nem
      *    fecha tarefa (ve as suas no sign-on de inicio.cbl).
      *---------------------------------------------------------------*
       020-logon.
           move "N"                        to ws-logon-ok
           move zeros                      to ws-logon-tentativas
           perform 021-leParametroLogon
              thru 021-leParametroLogon-fim
           open extend seguranca-log
           if ws-status = "35"
              open output seguranca-log
              close seguranca-log
              open extend seguranca-log
           end-if
           open i-o usuarios
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {USUARIOS}, FS: ("
                      ws-status ") - encerrando"
              go 020-logon-fim
           end-if
       020-logon-pede.
           initialize ws-usu-id
                      ws-usu-senha
           display tela-logon
           initialize ws-mens
           move "Informe usuario e senha, ESC=Encerra"
                                           to ws-mens
           display tela1-lin23
           accept acc-usu-id
           if esc-key
              go 020-logon-sai
           end-if
           accept acc-usu-senha
           if esc-key
              go 020-logon-pede
           end-if
           initialize usu-registro
           move ws-usu-id                  to usu-id
           read usuarios with no lock
           if ws-status <> "00" and "02"
              go 020-logon-nega
           end-if
           if usu-bloqueado-sim
              move "BLOQUEADO"             to ws-seg-evento
              perform 028-registraEvento
                 thru 028-registraEvento-fim
              add 1                        to ws-logon-tentativas
              initialize ws-mens
              move "Usuario BLOQUEADO - procure o administrador"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              if ws-logon-tentativas < 3
                 go 020-logon-pede
              end-if
              go 020-logon-sai
           end-if
           if usu-senha not = ws-usu-senha
              add 1                        to usu-falhas
              if usu-falhas >= ws-seg-max-falhas
                 move "S"                  to usu-bloqueado
              end-if
              rewrite usu-registro
              if usu-bloqueado = "S"
                 move "BLOQUEIO"           to ws-seg-evento
                 perform 028-registraEvento
                    thru 028-registraEvento-fim
              end-if
              go 020-logon-nega
           end-if
           if usu-falhas > 0
              move zeros                   to usu-falhas
              rewrite usu-registro
           end-if
           if usu-perfil-trainee
              initialize ws-mens
              move "Tarefas so para perfil A ou O, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 020-logon-sai
           end-if
           move ws-usu-id                  to ws-aud-usuario
           move "S"                        to ws-logon-ok
           go 020-logon-sai.
       020-logon-nega.
           move "FALHA"                    to ws-seg-evento
           perform 028-registraEvento
              thru 028-registraEvento-fim
           add 1                           to ws-logon-tentativas
           initialize ws-mens
           move "Usuario ou senha invalidos, tecle ENTER"
                                           to ws-mens
           display tela1-lin23

           accept ws-opc at 2378
           if ws-logon-tentativas < 3
              go 020-logon-pede
           end-if
       020-logon-sai.
           close usuarios
           close seguranca-log
           initialize ws-usu-senha
           .
       020-logon-fim.
           exit.
      *---------------------------------------------------------------*
      *    Limite de falhas consecutivas no parametro LOGONFALHAS do
      *    arquivo central de parametros (parametro.cbl); sem ele
      *    vale o padrao de 3 falhas, o mesmo de inicio.cbl.
      *---------------------------------------------------------------*
       021-leParametroLogon.
           open input parametros
           if ws-status <> "00"
              go 021-leParametroLogon-fim
           end-if
           initialize prm-registro
           move "LOGONFALHAS"              to prm-nome
           read parametros
           if (ws-status = "00" or "02") and
              prm-valor(1:9) is numeric and
              prm-valor(8:2) not = "00"
              move prm-valor(8:2)          to ws-seg-max-falhas
           end-if
           close parametros
           .
       021-leParametroLogon-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha do arquivo de eventos de seguranca, no formato de
      *    028-registraEvento de inicio.cbl.
      *---------------------------------------------------------------*
       028-registraEvento.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize seg-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-seg-evento
                  " usuario=" ws-usu-id
                  " terminal=" ws-aud-terminal
                                           into seg-registro
           end-string
           write seg-registro
           .
       028-registraEvento-fim.
           exit.
      *---------------------------------------------------------------*
       050-recebeMenu.
      *---------------------------------------------------------------*
           initialize ws-mens
           string "Utilize setas "
                    x"e28690"
                " "
                    x"e28692"
                " do teclado e Enter p/ opcao, "
                "ESC=Encerra"
                                         into ws-mens
           end-string
           display tela1-lin23
           accept ws-opc at 2378
           evaluate true
           when esc-key
              display tela1-sai
              go 050-recebeMenu-fim
           when left-key
              subtract 1                 from idxm
              if idxm = 0
                 move 5                    to idxm
              end-if
           when right-key
              add 1                        to idxm
              if idxm = 6
                 move 1                    to idxm
              end-if
           when up-key
              continue
           when down-key
              continue
           when enter-key
               evaluate idxm
               when 1
                  display tela1-inc
                  perform 100-inclusao
                     thru 100-inclusao-fim
               when 2
                  display tela1-rea
                  perform 200-reatribuicao
                     thru 200-reatribuicao-fim
               when 3
                  display tela1-fec
                  perform 300-fechamento
                     thru 300-fechamento-fim
               when 4
                  display tela2
                          tela1-con
                  display tela1-lin23
                  perform 400-consulta
                     thru 400-consulta-fim
                  accept tela1-conf
               when 5
                  display tela1-sai
                  go 050-recebeMenu-fim
               end-evaluate
           end-evaluate

           display tela1
           evaluate idxm
           when 1
              display tela1-inc
           when 2
              display tela1-rea
           when 3
              display tela1-fec
           when 4
              display tela2
              display tela1-con
           when 5
              display tela1-sai
           end-evaluate.

           go 050-recebeMenu.

       050-recebeMenu-fim.
           exit.
      *---------------------------------------------------------------*
      *    Inclusao: o numero e atribuido na gravacao (maior numero
      *    do arquivo + 1) e a tarefa nasce aberta.
      *---------------------------------------------------------------*
       100-inclusao.
      *---------------------------------------------------------------*

       100-inclusaoCodigo.
           initialize ws-registro
                      ws-cod-descricao
                      ws-oper-nome
                      ws-criada-fmt
                      ws-fechada-fmt
           perform 150-exibeCampos
              thru 150-exibeCampos-fim
           perform recebeCodigo
              thru recebeCodigo-Fim
           if esc-key
              go 100-inclusao-fim
           end-if
           .
       100-inclusaoDescricao.
           perform recebeDescricao
              thru recebeDescricao-Fim
           if esc-key
              go 100-inclusaoCodigo
           end-if
           .
       100-inclusaoOperador.
           perform recebeOperador
              thru recebeOperador-Fim
           if esc-key
              go 100-inclusaoDescricao
           end-if
           .
       100-inclusaoVencimento.
           perform recebeData
              thru recebeDataFim
           if esc-key
              go 100-inclusaoOperador
           end-if
           .
       100-inclusao-grava.
           initialize ws-opc
           move "Confirma a gravacao? <S/N>"
                                           to ws-mens
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              go 100-inclusaoVencimento
           end-if
           initialize ws-opc
           perform 160-proximoNumero
              thru 160-proximoNumero-fim
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize tar-registro
           move ws-numero                  to tar-numero
                                              tar-oper-numero
           move ws-operador                to tar-operador
           move ws-vencimento              to tar-vencimento
           move ws-codigo                  to tar-codigo
           move ws-descricao               to tar-descricao
           move "A"                        to tar-situacao
           move ws-data-exec               to tar-criada-data
           move ws-hora-exec               to tar-criada-hora
           move ws-usu-id                  to tar-criada-por
       100-inclusao-tenta.
           write tar-registro
           if ws-status = "22" and tar-numero < 9999999
              add 1                        to tar-numero
              move tar-numero              to tar-oper-numero
              go 100-inclusao-tenta
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de gravacao no arq {TAREFAS}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           else
              move tar-numero              to ws-numero
              move "A"                     to ws-situacao
              move "INCLUI"                to ws-acao
              move spaces                  to ws-operador-antes
                                              ws-situacao-antes
              move zeros                   to ws-vencimento-antes
              perform 700-audita
                 thru 700-audita-fim
              display acc-numero
                      acc-situacao
              initialize ws-mens
              string "Tarefa " ws-numero
                     " incluida, tecle ENTER"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           end-if
           .
       100-inclusao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Reatribuicao: so tarefa aberta; troca o operador e/ou o
      *    vencimento (a chave alternativa acompanha na regravacao).
      *---------------------------------------------------------------*
       200-reatribuicao.
      *---------------------------------------------------------------*

       200-reatribuicaoNumero.
           initialize ws-registro
                      ws-cod-descricao
                      ws-oper-nome
                      ws-criada-fmt
                      ws-fechada-fmt
           perform 150-exibeCampos
              thru 150-exibeCampos-fim
           perform recebeNumero
              thru recebeNumero-Fim
           if esc-key
              go 200-reatribuicao-fim
           end-if
       200-reatribuicaoNumero-le.
           initialize tar-registro
           move ws-numero                  to tar-numero
           read tarefas with lock
           if ws-status = "51"
              initialize ws-mens
              move "Registro em uso, ENTER=Repete, ESC=Desiste"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              if esc-key
                 go 200-reatribuicao-fim
              end-if
              go 200-reatribuicaoNumero-le
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Tarefa nao cadastrada, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 200-reatribuicaoNumero
           end-if
           perform 170-carregaTarefa
              thru 170-carregaTarefa-fim
           if not tar-situacao-aberta
              unlock tarefas
              initialize ws-mens
              move "Tarefa ja fechada, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 200-reatribuicaoNumero
           end-if
           .
       200-reatribuicaoOperador.
           perform recebeOperador
              thru recebeOperador-Fim
           if esc-key
              unlock tarefas
              go 200-reatribuicaoNumero
           end-if
           .
       200-reatribuicaoVencimento.
           perform recebeData
              thru recebeDataFim
           if esc-key
              go 200-reatribuicaoOperador
           end-if
           if ws-operador = ws-operador-antes and
              ws-vencimento = ws-vencimento-antes
              initialize ws-mens
              move "Nada foi alterado, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 200-reatribuicaoOperador
           end-if
           .
       200-reatribuicao-grava.
           initialize ws-opc
           move "Confirma a reatribuicao? <S/N>"
                                           to ws-mens
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              go 200-reatribuicaoVencimento
           end-if
           initialize ws-opc
           move ws-operador                to tar-operador
           move ws-vencimento              to tar-vencimento
           rewrite tar-registro
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de alteracao no arq {TAREFAS}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           else
              move "REATRIBUI"             to ws-acao
              perform 700-audita
                 thru 700-audita-fim
           end-if
           .
       200-reatribuicao-fim.
           unlock tarefas
           exit.
      *---------------------------------------------------------------*
      *    Fechamento: conclui (C) ou cancela (X) a tarefa aberta e
      *    anexa a nota de fechamento nas notas do codigo, assinada
      *    pelo operador da sessao.
      *---------------------------------------------------------------*
       300-fechamento.
       300-fechamentoNumero.
           initialize ws-registro
                      ws-cod-descricao
                      ws-oper-nome
                      ws-criada-fmt
                      ws-fechada-fmt
           perform 150-exibeCampos
              thru 150-exibeCampos-fim
           perform recebeNumero
              thru recebeNumero-Fim
           if esc-key
              go 300-fechamento-fim
           end-if
       300-fechamentoNumero-le.
           initialize tar-registro
           move ws-numero                  to tar-numero
           read tarefas with lock
           if ws-status = "51"
              initialize ws-mens
              move "Registro em uso, ENTER=Repete, ESC=Desiste"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              if esc-key
                 go 300-fechamento-fim
              end-if
              go 300-fechamentoNumero-le
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Tarefa nao cadastrada, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-fechamentoNumero
           end-if
           perform 170-carregaTarefa
              thru 170-carregaTarefa-fim
           if not tar-situacao-aberta
              unlock tarefas
              initialize ws-mens
              move "Tarefa ja fechada, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-fechamentoNumero
           end-if
           .
       300-fechamentoSituacao.
           perform recebeSituacao
              thru recebeSituacao-Fim
           if esc-key
              unlock tarefas
              go 300-fechamentoNumero
           end-if
           .
       300-fechamento-grava.
           initialize ws-opc
           if ws-situacao-concluida
              move "Confirma a CONCLUSAO da tarefa? <S/N>"
                                           to ws-mens
           else
              move "Confirma o CANCELAMENTO da tarefa? <S/N>"
                                           to ws-mens
           end-if
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              go 300-fechamentoSituacao
           end-if
           initialize ws-opc
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           move ws-situacao                to tar-situacao
           move ws-data-exec               to tar-fechada-data
           move ws-hora-exec               to tar-fechada-hora
           move ws-usu-id                  to tar-fechada-por
           rewrite tar-registro
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de alteracao no arq {TAREFAS}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              go 300-fechamento-fim
           end-if
           if ws-situacao-concluida
              move "CONCLUI"               to ws-acao
           else
              move "CANCELA"               to ws-acao
           end-if
           perform 700-audita
              thru 700-audita-fim
           perform 350-anexaNota
              thru 350-anexaNota-fim
           if ws-nota-status <> "00" and "02"
              initialize ws-mens
              string "Tarefa fechada, mas a nota falhou, FS: ("
                     ws-nota-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           end-if
           .
       300-fechamento-fim.
           unlock tarefas
           exit.
      *---------------------------------------------------------------*
      *    Nota de fechamento no codigo da tarefa: sequencial depois
      *    da ultima nota do codigo (mesma regra de 455-notas-anexa
      *    em inicio.cbl, com nova tentativa no sequencial seguinte
      *    se outra sessao anexou no meio).
      *---------------------------------------------------------------*
       350-anexaNota.
           initialize nota-registro
           move tar-codigo                 to nota-codigo
           move 9999                       to nota-seq
           start notas key not > nota-chave
           if ws-status = "00" or "02"
              read notas next with no lock
              if (ws-status = "00" or "02") and
                 nota-codigo = tar-codigo
                 add 1                     to nota-seq
              else
                 move 1                    to nota-seq
              end-if
           else
              move 1                       to nota-seq
           end-if
           unlock notas
           move tar-codigo                 to nota-codigo
           move ws-data-exec               to nota-data
           move ws-hora-exec               to nota-hora
           move ws-usu-id                  to nota-usuario
           initialize nota-texto
           if tar-situacao-concluida
              string "TAREFA " tar-numero " CONCLUIDA: "
                     tar-descricao
                                         into nota-texto
              end-string
           else
              string "TAREFA " tar-numero " CANCELADA: "
                     tar-descricao
                                         into nota-texto
              end-string
           end-if
       350-anexaNota-tenta.
           write nota-registro
           if ws-status = "22"
              if nota-seq < 9999
                 add 1                     to nota-seq
                 go 350-anexaNota-tenta
              end-if
           end-if
           move ws-status                  to ws-nota-status
           .
       350-anexaNota-fim.
           exit.
      *---------------------------------------------------------------*
      *    Consulta por numero de tarefa, a partir da primeira ainda
      *    aberta; as setas deslizam a janela para as anteriores e
      *    as seguintes (mesma mecanica de calendario.cbl).
      *---------------------------------------------------------------*
       400-consulta.
      *---------------------------------------------------------------*
           perform 400-consulta-limpa

           initialize tar-registro
                      ind
                      tb-consulta
           perform 400-consulta-next
           perform 400-consulta-exibe
           move 1                          to ind
           if ind > 0
              perform 400-consulta-tela
              go 400-consulta-fim
           end-if

           .
           exit.
      *---------------------------------------------------------------*
       400-consulta-next.

           initialize ind
           move 1                          to tar-numero
           start tarefas key not < tar-chave
           if ws-status = "00" or "02"
              perform until exit
                  read tarefas next with no lock
                  if ws-status <> "00" and "02"
                     exit perform
                  end-if
                  if tar-situacao-aberta
                     exit perform
                  end-if
              end-perform
              if ws-status = "00" or "02"
                 start tarefas key not < tar-chave
              else
      *          nenhuma aberta: mostra o fim do arquivo
                 move 9999999             to tar-numero
                 start tarefas key not > tar-chave
              end-if
           end-if
           perform until exit
               read tarefas next with no lock
               if ws-status <> "00" and "02"
                  exit perform
               end-if
               add 1                       to ind
               if ind > 16
                  read tarefas previous with no lock
                  exit perform
               end-if
               perform 400-consulta-carrega-tab
           end-perform
           unlock tarefas

           .
           exit.
      *---------------------------------------------------------------*
       400-consulta-deslizaCima.
           initialize tar-registro
           move "N"                        to ws-consulta-achou
           move tb-numero(1)               to tar-numero
           start tarefas key is less than tar-chave
           if ws-status <> "00" and "02"
              go 400-consulta-deslizaCima-fim
           end-if
           read tarefas previous with no lock
           if ws-status = "00" or "02"
              move "S"                     to ws-consulta-achou
           end-if
           unlock tarefas
           if ws-consulta-achou-sim
              perform varying ind1 from 16 by -1 until ind1 = 1
                 move tb-numero(ind1 - 1)    to tb-numero(ind1)
                 move tb-codigo(ind1 - 1)    to tb-codigo(ind1)
                 move tb-operador(ind1 - 1)  to tb-operador(ind1)
                 move tb-venc-fmt(ind1 - 1)  to tb-venc-fmt(ind1)
                 move tb-situacao(ind1 - 1)  to tb-situacao(ind1)
                 move tb-descricao(ind1 - 1) to tb-descricao(ind1)
              end-perform
              move 1                       to ind1
              perform 400-consulta-carregaLinha
           end-if
           .
       400-consulta-deslizaCima-fim.
           exit.
      *---------------------------------------------------------------*
       400-consulta-deslizaBaixo.
           initialize tar-registro
           move "N"                        to ws-consulta-achou
           move tb-numero(16)              to tar-numero
           start tarefas key is greater than tar-chave
           if ws-status <> "00" and "02"
              go 400-consulta-deslizaBaixo-fim
           end-if
           read tarefas next with no lock
           if ws-status = "00" or "02"
              move "S"                     to ws-consulta-achou
           end-if
           unlock tarefas
           if ws-consulta-achou-sim
              perform varying ind1 from 1 by 1 until ind1 = 16
                 move tb-numero(ind1 + 1)    to tb-numero(ind1)
                 move tb-codigo(ind1 + 1)    to tb-codigo(ind1)
                 move tb-operador(ind1 + 1)  to tb-operador(ind1)
                 move tb-venc-fmt(ind1 + 1)  to tb-venc-fmt(ind1)
                 move tb-situacao(ind1 + 1)  to tb-situacao(ind1)
                 move tb-descricao(ind1 + 1) to tb-descricao(ind1)
              end-perform
              move 16                      to ind1
              perform 400-consulta-carregaLinha
           end-if
           .
       400-consulta-deslizaBaixo-fim.
           exit.
      *---------------------------------------------------------------*
       400-consulta-exibe.

           perform varying ind from 1 by 1 until ind > 16 or
              tb-numero(ind) = 0
              move tb-lin(ind)             to ws-line
              display tl2-linConsulta
           end-perform

           .
           exit.
       400-consulta-carrega-tab.

           move ind                        to ind1
           perform 400-consulta-carregaLinha

           .
           exit.
       400-consulta-carregaLinha.

           move tar-numero                 to tb-numero(ind1)
           move tar-codigo                 to tb-codigo(ind1)
           move tar-operador               to tb-operador(ind1)
           initialize tb-venc-fmt(ind1)
           string tar-vencimento(7:2) "/" tar-vencimento(5:2) "/"
                  tar-vencimento(1:4)
                                         into tb-venc-fmt(ind1)
           end-string
           move tar-situacao               to tb-situacao(ind1)
           move tar-descricao              to tb-descricao(ind1)

           .
           exit.
       400-consulta-tela.

           move tb-lin(ind)                to ws-line
           display tl2-linConsulta2
           initialize ws-mens
           string "Utilize setas "
                  x"e28691"
                  " "
                  x"e28693"
                  " do teclado, ESC=Encerra"
                                         into ws-mens
           end-string
           display tela1-lin23
           perform until exit
               accept ws-opc at 2378
               evaluate true
               when up-key
                 display tl2-linConsulta
                 subtract 1              from ind
                 if ind = 0
                    perform 400-consulta-deslizaCima
                       thru 400-consulta-deslizaCima-fim
                    if ws-consulta-achou-sim
                       perform 400-consulta-exibe
                    end-if
                    move 1                 to ind
                 end-if
                 move tb-lin(ind)          to ws-line
                 display tl2-linConsulta2
               when down-key
                 display tl2-linConsulta
                 add 1                     to ind
                 if ind = 17
                    perform 400-consulta-deslizaBaixo
                       thru 400-consulta-deslizaBaixo-fim
                    if ws-consulta-achou-sim
                       perform 400-consulta-exibe
                    end-if
                    move 16                to ind
                 end-if
                 perform varying ind1 from 1 by 1 until ind1 > 16 or
                        tb-numero(ind1) = 0
                 end-perform
                 if ind1 < 16
                    if tb-numero(ind1) = 0
                       subtract 1        from ind1
                       move ind1           to ind
                    end-if
                 end-if
                 move tb-lin(ind)          to ws-line
                 display tl2-linConsulta2
               when esc-key
                 perform 400-consulta-limpa
                 perform 400-consulta-exibe
                 exit perform
               end-evaluate
           end-perform

           .
           exit.

       400-consulta-limpa.

           initialize tb-consulta
           perform varying ind from 1 by 1 until ind > 16
              move tb-lin(ind)             to ws-line
              display tl2-linConsulta
           end-perform

           .
           exit.
      *---------------------------------------------------------------*
       400-consulta-fim.
           exit.
      *---------------------------------------------------------------*
       150-exibeCampos.
           display acc-numero
                   acc-codigo
                   tela1-codDesc
                   acc-descricao
                   acc-operador
                   tela1-operNome
                   acc-ddVen
                   acc-mmVen
                   acc-aaVen
                   acc-situacao
                   tela1-historico
           .
       150-exibeCampos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Proximo numero livre: o maior numero gravado + 1.
      *---------------------------------------------------------------*
       160-proximoNumero.
           move 1                          to ws-numero
           initialize tar-registro
           move 9999999                    to tar-numero
           start tarefas key not > tar-chave
           if ws-status = "00" or "02"
              read tarefas next with no lock
              if (ws-status = "00" or "02") and
                 tar-numero < 9999999
                 compute ws-numero = tar-numero + 1
              end-if
           end-if
           unlock tarefas
           .
       160-proximoNumero-fim.
           exit.
      *---------------------------------------------------------------*
      *    Tarefa lida para a tela e para os valores "antes" da
      *    auditoria.
      *---------------------------------------------------------------*
       170-carregaTarefa.
           move tar-codigo                 to ws-codigo
           move tar-descricao              to ws-descricao
           move tar-operador               to ws-operador
                                              ws-operador-antes
           move tar-vencimento             to ws-vencimento
                                              ws-vencimento-antes
           move tar-situacao               to ws-situacao
                                              ws-situacao-antes
           initialize ws-cod-descricao
           initialize arq-registro
           move tar-codigo                 to arq-codigo
           read arquivo with no lock
           if ws-status = "00" or "02"
              move arq-descricao           to ws-cod-descricao
           end-if
           initialize ws-oper-nome
           initialize usu-registro
           move tar-operador               to usu-id
           read usuarios with no lock
           if ws-status = "00" or "02"
              move usu-nome                to ws-oper-nome
           end-if
           initialize ws-criada-fmt
           string tar-criada-data(7:2) "/" tar-criada-data(5:2) "/"
                  tar-criada-data(1:4) " por " tar-criada-por
                                         into ws-criada-fmt
           end-string
           initialize ws-fechada-fmt
           if tar-fechada-data > 0
              string tar-fechada-data(7:2) "/"
                     tar-fechada-data(5:2) "/"
                     tar-fechada-data(1:4) " por " tar-fechada-por
                                         into ws-fechada-fmt
              end-string
           end-if
           perform 150-exibeCampos
              thru 150-exibeCampos-fim
           .
       170-carregaTarefa-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha de auditoria da manutencao de tarefas, no prefixo
      *    padrao de 700-audita de parametro.cbl, com o codigo logo
      *    apos o terminal (colunas 97-101, onde a ficha.cbl e a
      *    consulta de auditoria o procuram), a tarefa, a acao
      *    (INCLUI/REATRIBUI/CONCLUI/CANCELA) e o operador, o
      *    vencimento e a situacao antes e depois.
      *---------------------------------------------------------------*
       700-audita.
           move "TAREFA"                   to ws-aud-operacao
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize audit-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-aud-operacao
                  " usuario=" ws-aud-usuario
                  " terminal=" ws-aud-terminal
                  " codigo=" ws-codigo
                  " tarefa=" ws-numero
                  " acao=" ws-acao
                  " operador=[" ws-operador-antes "/" ws-operador "]"
                  " vencto=[" ws-vencimento-antes "/" ws-vencimento
                  "]"
                  " situacao=[" ws-situacao-antes "/" ws-situacao "]"
                                           into audit-registro
           end-string
           write audit-registro
           .
       700-audita-fim.
           exit.
      *---------------------------------------------------------------*
       recebeNumero.
      *---------------------------------------------------------------*
           initialize ws-mens
           move "Digite o numero da tarefa, ESC=Sair"
                                           to ws-mens
           display tela1-lin23
           accept acc-numero
           if esc-key
              go recebeNumero-Fim
           end-if
           if ws-numero = 0
              move "Numero da tarefa nao informado"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeNumero
           end-if
           .
       recebeNumero-Fim.
           exit.
      *---------------------------------------------------------------*
      *    Codigo do cadastro: precisa existir e nao estar excluido.
      *---------------------------------------------------------------*
       recebeCodigo.
      *---------------------------------------------------------------*
           initialize ws-mens
           move "Digite o codigo do cadastro, ESC=Sair"
                                           to ws-mens
           display tela1-lin23
           accept acc-codigo
           if esc-key
              go recebeCodigo-Fim
           end-if
           initialize ws-cod-descricao
           initialize arq-registro
           move ws-codigo                  to arq-codigo
           read arquivo with no lock
           if (ws-status <> "00" and "02") or arq-excluido-sim
              display tela1-codDesc
              move "Codigo nao cadastrado ou excluido"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeCodigo
           end-if
           move arq-descricao              to ws-cod-descricao
           display tela1-codDesc
           .
       recebeCodigo-Fim.
           exit.
      *---------------------------------------------------------------*
       recebeDescricao.
      *---------------------------------------------------------------*
           initialize ws-mens
           move "Digite o que deve ser feito, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-descricao
           if esc-key
              go recebeDescricao-Fim
           end-if
           if ws-descricao = spaces
              move "Descricao nao informada"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDescricao
           end-if
           .
       recebeDescricao-Fim.
           exit.
      *---------------------------------------------------------------*
      *    Operador responsavel: usuario cadastrado e nao bloqueado.
      *---------------------------------------------------------------*
       recebeOperador.
      *---------------------------------------------------------------*
           initialize ws-mens
           move "Digite o usuario responsavel, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-operador
           if esc-key
              go recebeOperador-Fim
           end-if
           initialize ws-oper-nome
           initialize usu-registro
           move ws-operador                to usu-id
           read usuarios with no lock
           if ws-status <> "00" and "02"
              display tela1-operNome
              move "Usuario nao cadastrado"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeOperador
           end-if
           move usu-nome                   to ws-oper-nome
           display tela1-operNome
           if usu-bloqueado-sim
              move "Usuario BLOQUEADO nao recebe tarefa"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeOperador
           end-if
           .
       recebeOperador-Fim.
           exit.
      *---------------------------------------------------------------*
      *    Fechamento: C conclui, X cancela.
      *---------------------------------------------------------------*
       recebeSituacao.
      *---------------------------------------------------------------*
           initialize ws-mens
           move "Feche com C (concluida) ou X (cancelada), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           move spaces                     to ws-situacao
           accept acc-situacao
           if esc-key
              move ws-situacao-antes       to ws-situacao
              display acc-situacao
              go recebeSituacao-Fim
           end-if
           if not ws-situacao-concluida and not ws-situacao-cancelada
              move "Situacao invalida, use C ou X"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeSituacao
           end-if
           .
       recebeSituacao-Fim.
           exit.
      *---------------------------------------------------------------*
      *    Vencimento: data valida, de hoje em diante.
      *---------------------------------------------------------------*
       recebeData.
      *---------------------------------------------------------------*
       recebeDataDia.

           initialize ws-mens
           move "Digite o dia do vencimento, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-ddVen
           if esc-key
              go recebeDataFim
           end-if
           if ws-ddVen = 0 or ws-ddVen > 31
              move "Dia invalido, informe de 01 a 31"
                                        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDataDia
           end-if

           .
       recebeDataMes.

           initialize ws-mens
           move "Digite o mes, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-mmVen
           if esc-key
              go recebeDataDia
           end-if
           if ws-mmVen = 0 or ws-mmVen > 12
              move "Mes invalido, informe de 01 a 12"
                                        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDataMes
           end-if

           .
       recebeDataAno.

           initialize ws-mens
           move "Digite o ano, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-aaVen
           if esc-key
              go recebeDataMes
           end-if
           if ws-aaVen = 0
              move "Ano nao informado"  to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDataAno
           end-if
           perform recebeData-validaDia
              thru recebeData-validaDia-fim
           if ws-ddVen > tb-ddMes(ws-mmVen)
              move "Dia invalido para o mes/ano informado"
                                        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDataDia
           end-if
           accept ws-data-exec from date yyyymmdd
           if ws-vencimento < ws-data-exec
              move "Vencimento nao pode ser anterior a hoje"
                                        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeDataDia
           end-if

           .
      *---------------------------------------------------------------*
      *    Confere o dia contra o numero de dias do mes informado,
      *    inclusive fevereiro em ano bissexto (mesma regra de
      *    recebeData-validaDia em inicio.cbl).
      *---------------------------------------------------------------*
       recebeData-validaDia.
           move 28                        to tb-ddMes(2)
           initialize ws-CalcAno
           divide ws-aaVen                by 4
                                       giving ws-intAno
                                    remainder ws-restoAno
           if ws-restoAno = 0
              move 29                     to tb-ddMes(2)
           end-if
           .
       recebeData-validaDia-fim.
           exit.
       recebeDataFim.
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
           initialize ws-arq-tarefas
           string ws-dir-dados delimited by space
                  "/tarefas" delimited by size
                                         into ws-arq-tarefas
           end-string
           initialize ws-arq-arquivo
           string ws-dir-dados delimited by space
                  "/arquivo" delimited by size
                                         into ws-arq-arquivo
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
           initialize ws-arq-usuarios
           string ws-dir-dados delimited by space
                  "/usuarios" delimited by size
                                         into ws-arq-usuarios
           end-string
           initialize ws-arq-seguranca-log
           string ws-dir-dados delimited by space
                  "/seguranca.log" delimited by size
                                         into ws-arq-seguranca-log
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
      *---------------------------------------------------------------*
           close tarefas
           close arquivo
           close usuarios
           close notas
           close audit-log
           stop run.
