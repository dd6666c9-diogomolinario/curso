       IDENTIFICATION DIVISION.
       PROGRAM-ID. agenda.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Agendamento de alteracoes futuras no cadastro "arquivo":
      *    o operador registra, contra um codigo, a data em que a
      *    situacao, a categoria, o valor e/ou a descricao devem
      *    mudar (fim de contrato, reajuste no dia 1), e o passo
      *    AGENDADO do batch noturno (agendado.cbl) aplica as que
      *    vencem, pelo mesmo caminho de uma Alteracao on-line.
      *    Cada agendamento fica no arquivo indexado "agendadas"
      *    (chave codigo + data efetiva + sequencia) com o valor
      *    novo de cada campo e a marca de quais campos mudam;
      *    situacao do agendamento:
      *      P  pendente   (aguardando a data efetiva)
      *      A  aplicado   (pelo batch, na data efetiva)
      *      C  cancelado  (por esta tela)
      *      X  excecao    (o batch nao conseguiu aplicar - registro
      *                     excluido, categoria bloqueada...; o
      *                     motivo fica no agendamento e no relatorio
      *                     agendado.txt)
      *    Na inclusao a tela mostra os valores atuais do registro;
      *    o que o operador deixar igual nao muda. A data efetiva
      *    tem de ser futura. A janela de pendentes lista todos os
      *    agendamentos P em ordem de codigo; ENTER cancela o da
      *    linha em destaque. Identificacao do operador contra o
      *    arquivo de usuarios, como em inicio.cbl (perfil T nao
      *    entra); janela no estilo de rejeitos.cbl.
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
           select agendadas     ASSIGN using ws-arq-agendadas
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is agd-chave.
           select arquivo       ASSIGN using ws-arq-arquivo
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is arq-chave
                  alternate record key is arq-descricao
                                       with duplicates.
           select categoria     ASSIGN using ws-arq-categoria
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is cat-chave.
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is usu-chave.
           select seguranca-log ASSIGN using ws-arq-seguranca-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
      *---------------------------------------------------------------*
       data division.
       file section.
      *---------------------------------------------------------------*
           fd agendadas.
           01 agd-registro.
              02 agd-chave.
                 03 agd-codigo         pic 9(005).
                 03 agd-dt-efetiva     pic 9(008).
                 03 agd-seq            pic 9(003).
              02 agd-status            pic x(001).
                 88 agd-pendente       value "P".
                 88 agd-aplicado       value "A".
                 88 agd-cancelado      value "C".
                 88 agd-excecao        value "X".
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

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-registro.
          02 ws-codigo                 pic 9(005).
          02 ws-descricao              pic x(020).
          02 ws-situacao               pic x(001).
             88 ws-situacao-ativa      value "A".
             88 ws-situacao-inativa    value "I".
             88 ws-situacao-pendente   value "P".
          02 ws-categoria              pic 9(003).
          02 ws-valor                  pic 9(009)v99.
       01 ws-atual.
          02 ws-atu-descricao          pic x(020).
          02 ws-atu-situacao           pic x(001).
          02 ws-atu-categoria          pic 9(003).
          02 ws-atu-valor              pic 9(009)v99.
       01 ws-atu-valor-ed              pic z(008)9,99.
       01 ws-dt-efetiva                pic 9(008)  value zeros.
       01 redefines ws-dt-efetiva.
          02 ws-efe-aa                 pic 9(004).
          02 ws-efe-mm                 pic 9(002).
          02 ws-efe-dd                 pic 9(002).
       01 ws-mudancas                  pic 9(001)  value zeros.
       01 ws-cat-nome                  pic x(020)  value spaces.
       01 ws-cat-valor-max             pic 9(009)v99 value zeros.
       01 ws-cat-bloqueada             pic x(001)  value "N".
          88 ws-cat-bloqueada-sim      value "S".
       01 ws-cat-aberta                pic x(001)  value "N".
          88 ws-cat-aberta-sim         value "S".

       01 tab-ddMes                    pic x(024)  value
           "312831303130313130313031".
       01 redefines tab-ddMes.
          02 tb-ddMes                  pic 9(002)  occurs 12.
       01 ws-CalcAno.
          02 ws-intAno                 pic 9(004)  value zeros.
          02 ws-restoAno               pic 9(002)  value zeros.

       01 tb-consulta.
          02 occurs 16.
             03 tb-codigo              pic 9(005).
             03 tb-dt-efetiva          pic 9(008).
             03 tb-seq                 pic 9(003).
             03 tb-dt-fmt              pic x(010).
             03 tb-campos              pic x(004).
             03 tb-situacao            pic x(001).
             03 tb-categoria           pic x(003).
             03 tb-valor               pic x(012).
             03 tb-descricao           pic x(020).
             03 tb-usuario             pic x(008).
             03 tb-usado               pic x(001).
       01 tab-lin                      pic x(032)  value
           "06070809101112131415161718192021".
       01 redefines tab-lin.
          02 tb-lin                    pic 9(002)  occurs 16.
       01 ws-valor-ed                  pic z(008)9,99.
       01 ws-ini-chave.
          02 ws-ini-codigo             pic 9(005)  value zeros.
          02 ws-ini-dt-efetiva         pic 9(008)  value zeros.
          02 ws-ini-seq                pic 9(003)  value zeros.
       01 ws-pendentes                 pic 9(007)  value zeros.
       01 ws-consulta-achou            pic x(001)  value "N".
          88 ws-consulta-achou-sim     value "S".

       01 ws-usu-id                    pic x(008)  value spaces.
       01 ws-usu-senha                 pic x(008)  value spaces.
       01 ws-logon-ok                  pic x(001)  value "N".
          88 ws-logon-ok-sim           value "S".
       01 ws-logon-tentativas          pic 9(001)  value zeros.
       01 ws-seg-max-falhas            pic 9(002)  value 3.
       01 ws-seg-evento                pic x(010)  value spaces.
       01 ws-aud-terminal              pic x(020)  value spaces.

       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-agendadas             pic x(064)  value spaces.
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-categoria             pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-seguranca-log         pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value spaces.
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-mens                      pic x(067)  value spaces.
       01 ws-opc                       pic x(001)  value spaces.
       01 ind                          pic 9(003)  value zeros.
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
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 26
             "ALTERACOES AGENDADAS"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 03 COLUMN 01 value " Pendentes:".
          02 line 03 column 13
             pic z(006)9 from ws-pendentes HIGHLIGHT.
          02 LINE 04 COLUMN 02 value
             "Codigo Efetiva    Seq Muda S Cat        Valor".
          02 LINE 04 COLUMN 49 value
             "Descricao            Oper.".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tela1-lin23.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12 from WS-MENS HIGHLIGHT.
       01 tela1-conf.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12
             pic x(060) from WS-MENS HIGHLIGHT.
          02 line 23 column 76
             "[ ]" HIGHLIGHT REVERSE-VIDEO.
          02 line 23 column 77  BACKGROUND-COLOR 1 HIGHLIGHT
             pic x using ws-opc UPPER.
       01 tl1-linAgd.
          02 line ws-line column 02
               pic z(005) from tb-codigo(ind).
          02 line ws-line column 08
               pic x(010) from tb-dt-fmt(ind).
          02 line ws-line column 19
               pic zz9 from tb-seq(ind).
          02 line ws-line column 23
               pic x(004) from tb-campos(ind).
          02 line ws-line column 28
               pic x(001) from tb-situacao(ind).
          02 line ws-line column 30
               pic x(003) from tb-categoria(ind).
          02 line ws-line column 34
               pic x(012) from tb-valor(ind).
          02 line ws-line column 49
               pic x(020) from tb-descricao(ind).
          02 line ws-line column 70
               pic x(008) from tb-usuario(ind).
       01 tl1-linAgd2  HIGHLIGHT REVERSE-VIDEO.
          02 line ws-line column 02
               pic z(005) from tb-codigo(ind).
          02 line ws-line column 08
               pic x(010) from tb-dt-fmt(ind).
          02 line ws-line column 19
               pic zz9 from tb-seq(ind).
          02 line ws-line column 23
               pic x(004) from tb-campos(ind).
          02 line ws-line column 28
               pic x(001) from tb-situacao(ind).
          02 line ws-line column 30
               pic x(003) from tb-categoria(ind).
          02 line ws-line column 34
               pic x(012) from tb-valor(ind).
          02 line ws-line column 49
               pic x(020) from tb-descricao(ind).
          02 line ws-line column 70
               pic x(008) from tb-usuario(ind).
       01 tela-inclui blank screen.
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 26
             "NOVO AGENDAMENTO"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 04 COLUMN 01 value " Codigo...:".
          02 LINE 06 COLUMN 14 value "ATUAL".
          02 LINE 06 COLUMN 44 value "NA DATA EFETIVA".
          02 LINE 07 COLUMN 01 value " Descricao:".
          02 LINE 08 COLUMN 01 value " Situacao.:".
          02 LINE 09 COLUMN 01 value " Categoria:".
          02 LINE 10 COLUMN 01 value " Valor....:".
          02 LINE 12 COLUMN 01 value " Efetiva..:   /  /".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tela-atual.
          02 line 07 column 14
             pic x(020) from ws-atu-descricao HIGHLIGHT.
          02 line 08 column 14
             pic x(001) from ws-atu-situacao HIGHLIGHT.
          02 line 09 column 14
             pic zz9 from ws-atu-categoria HIGHLIGHT.
          02 line 10 column 14
             pic x(012) from ws-atu-valor-ed HIGHLIGHT.
       01 acc-codigo.
          02 line 04 col 14 BACKGROUND-COLOR 1 HIGHLIGHT
          pic z(005) using ws-codigo.
       01 acc-descricao.
          02 line 07 col 44 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(020) using ws-descricao.
       01 acc-situacao.
          02 line 08 col 44 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(001) using ws-situacao UPPER.
       01 acc-categoria.
          02 line 09 col 44 BACKGROUND-COLOR 1 HIGHLIGHT
          pic zz9 using ws-categoria.
       01 acc-cat-nome.
          02 line 09 column 49
             pic x(020) from ws-cat-nome HIGHLIGHT.
       01 acc-valor.
          02 line 10 col 44 BACKGROUND-COLOR 1 HIGHLIGHT
          pic z(008)9,99 using ws-valor.
       01 acc-efe-dd.
          02 line 12 col 12 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 99 using ws-efe-dd.
       01 acc-efe-mm.
          02 line 12 col 15 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 99 using ws-efe-mm.
       01 acc-efe-aa.
          02 line 12 col 18 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9999 using ws-efe-aa.
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
           open i-o agendadas
           if ws-status = "35"
              open output agendadas
              close agendadas
              open i-o agendadas
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {AGENDADAS}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open input arquivo
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {ARQUIVO}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           move "N"                        to ws-cat-aberta
           open input categoria
           if ws-status = "00" or "05"
              move "S"                     to ws-cat-aberta
           end-if
       010-menu.
           move zeros                      to ws-ini-codigo
                                              ws-ini-dt-efetiva
                                              ws-ini-seq
           perform 200-contaPendentes
              thru 200-contaPendentes-fim
           display tela1
           perform 100-carregaJanela
              thru 100-carregaJanela-fim
           perform 110-exibeJanela
              thru 110-exibeJanela-fim
           initialize ws-opc
           move "Incluir, Listar/cancelar ou Fim? <I/L/F>"
                                           to ws-mens
           display tela1-conf
           perform until ws-opc = "I" or "L" or "F"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           evaluate ws-opc
           when "I"
              initialize ws-opc
              perform 300-inclui
                 thru 300-inclui-fim
              go 010-menu
           when "L"
              initialize ws-opc
              if ws-pendentes = 0
                 initialize ws-mens
                 move "Nenhum agendamento pendente, tecle ENTER"
                                           to ws-mens
                 display tela1-lin23

                 accept ws-opc at 2378
                 go 010-menu
              end-if
              move 1                       to ind
              perform 120-navegaJanela
                 thru 120-navegaJanela-fim
              go 010-menu
           end-evaluate
           go 999-fim.
      *---------------------------------------------------------------*
      *    Identificacao do operador contra o arquivo de usuarios de
      *    inicio.cbl, com o mesmo controle de falhas, bloqueio e
      *    eventos em seguranca.log do sign-on principal - o
      *    agendamento guarda quem pediu a alteracao, e e em nome
      *    dele que o batch a aplica; perfil T (trainee) nao entra.
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
              move "Agenda so para perfil A ou O, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 020-logon-sai
           end-if
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
      *    028-registraEvento de inicio.cbl - tentativa errada por
      *    esta porta conta e aparece para a auditoria igualzinho.
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
      *    Carrega ate 16 agendamentos PENDENTES a partir da chave
      *    ws-ini-chave (o topo da janela); os aplicados, cancelados
      *    e com excecao ficam no arquivo mas fora da janela.
      *---------------------------------------------------------------*
       100-carregaJanela.
           initialize tb-consulta
           move zeros                      to ind
           initialize agd-registro
           move ws-ini-chave               to agd-chave
           start agendadas key not < agd-chave
           if ws-status <> "00" and "02"
              go 100-carregaJanela-fim
           end-if
           perform until exit
              read agendadas next with no lock
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if not agd-pendente
                 exit perform cycle
              end-if
              add 1                        to ind
              if ind > 16
                 exit perform
              end-if
              perform 130-carregaLinha
                 thru 130-carregaLinha-fim
           end-perform
           .
       100-carregaJanela-fim.
           exit.
      *---------------------------------------------------------------*
      *    Uma linha da janela: na coluna Muda as letras dos campos
      *    que o agendamento altera (D descricao, S situacao,
      *    C categoria, V valor); nas demais colunas so aparece o
      *    valor novo dos campos que mudam.
      *---------------------------------------------------------------*
       130-carregaLinha.
           move agd-codigo                 to tb-codigo(ind)
           move agd-dt-efetiva             to tb-dt-efetiva(ind)
           move agd-seq                    to tb-seq(ind)
           initialize tb-dt-fmt(ind)
           string agd-dt-efetiva(7:2) "/"
                  agd-dt-efetiva(5:2) "/"
                  agd-dt-efetiva(1:4)      into tb-dt-fmt(ind)
           end-string
           move spaces                     to tb-campos(ind)
                                              tb-situacao(ind)
                                              tb-categoria(ind)
                                              tb-valor(ind)
                                              tb-descricao(ind)
           if agd-muda-descricao = "S"
              move "D"                     to tb-campos(ind)(1:1)
              move agd-descricao           to tb-descricao(ind)
           end-if
           if agd-muda-situacao = "S"
              move "S"                     to tb-campos(ind)(2:1)
              move agd-situacao            to tb-situacao(ind)
           end-if
           if agd-muda-categoria = "S"
              move "C"                     to tb-campos(ind)(3:1)
              move agd-categoria           to tb-categoria(ind)
           end-if
           if agd-muda-valor = "S"
              move "V"                     to tb-campos(ind)(4:1)
              move agd-valor               to ws-valor-ed
              move ws-valor-ed             to tb-valor(ind)
           end-if
           move agd-usuario                to tb-usuario(ind)
           move "S"                        to tb-usado(ind)
           .
       130-carregaLinha-fim.
           exit.
      *---------------------------------------------------------------*
       110-exibeJanela.
           perform varying ind from 1 by 1 until ind > 16
              move tb-lin(ind)             to ws-line
              display tl1-linAgd
           end-perform
           .
       110-exibeJanela-fim.
           exit.
      *---------------------------------------------------------------*
      *    Navegacao da janela de pendentes: setas deslizam como na
      *    Consulta de inicio.cbl, ENTER cancela o agendamento da
      *    linha em destaque (com confirmacao), ESC volta ao menu.
      *---------------------------------------------------------------*
       120-navegaJanela.
           move tb-lin(ind)                to ws-line
           display tl1-linAgd2
           initialize ws-mens
           string "Setas "
                  x"e28691"
                  " "
                  x"e28693"
                  ", ENTER=Cancela o agendamento, ESC=Volta"
                                         into ws-mens
           end-string
           display tela1-lin23
           perform until exit
               accept ws-opc at 2378
               evaluate true
               when up-key
                 display tl1-linAgd
                 if ind > 1
                    subtract 1            from ind
                 else
                    perform 140-deslizaCima
                       thru 140-deslizaCima-fim
                    if ws-consulta-achou-sim
                       perform 100-carregaJanela
                          thru 100-carregaJanela-fim
                       perform 110-exibeJanela
                          thru 110-exibeJanela-fim
                    end-if
                    move 1                 to ind
                 end-if
                 move tb-lin(ind)          to ws-line
                 display tl1-linAgd2
               when down-key
                 if ind < 16 and tb-usado(ind + 1) = "S"
                    display tl1-linAgd
                    add 1                  to ind
                 else
                    if ind = 16
                       display tl1-linAgd
                       perform 150-deslizaBaixo
                          thru 150-deslizaBaixo-fim
                       if ws-consulta-achou-sim
                          perform 100-carregaJanela
                             thru 100-carregaJanela-fim
                          perform 110-exibeJanela
                             thru 110-exibeJanela-fim
                       end-if
                       move 16             to ind
                    end-if
                 end-if
                 move tb-lin(ind)          to ws-line
                 display tl1-linAgd2
               when enter-key
                 if tb-usado(ind) = "S"
                    perform 400-cancela
                       thru 400-cancela-fim
                 end-if
                 exit perform
               when esc-key
                 exit perform
               end-evaluate
           end-perform
           .
       120-navegaJanela-fim.
           exit.
      *---------------------------------------------------------------*
      *    Sobe o topo da janela para o pendente anterior ao da
      *    primeira linha, se houver.
      *---------------------------------------------------------------*
       140-deslizaCima.
           move "N"                        to ws-consulta-achou
           initialize agd-registro
           move tb-codigo(1)               to agd-codigo
           move tb-dt-efetiva(1)           to agd-dt-efetiva
           move tb-seq(1)                  to agd-seq
           start agendadas key is less than agd-chave
           if ws-status <> "00" and "02"
              go 140-deslizaCima-fim
           end-if
           perform until exit
              read agendadas previous with no lock
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if agd-pendente
                 move "S"                  to ws-consulta-achou
                 move agd-chave            to ws-ini-chave
                 exit perform
              end-if
           end-perform
           .
       140-deslizaCima-fim.
           exit.
      *---------------------------------------------------------------*
      *    Desce o topo da janela uma linha, se houver pendente
      *    depois da ultima.
      *---------------------------------------------------------------*
       150-deslizaBaixo.
           move "N"                        to ws-consulta-achou
           initialize agd-registro
           move tb-codigo(16)              to agd-codigo
           move tb-dt-efetiva(16)          to agd-dt-efetiva
           move tb-seq(16)                 to agd-seq
           start agendadas key is greater than agd-chave
           if ws-status <> "00" and "02"
              go 150-deslizaBaixo-fim
           end-if
           perform until exit
              read agendadas next with no lock
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if agd-pendente
                 move "S"                  to ws-consulta-achou
                 exit perform
              end-if
           end-perform
           if ws-consulta-achou-sim
              move tb-codigo(2)            to ws-ini-codigo
              move tb-dt-efetiva(2)        to ws-ini-dt-efetiva
              move tb-seq(2)               to ws-ini-seq
           end-if
           .
       150-deslizaBaixo-fim.
           exit.
      *---------------------------------------------------------------*
       200-contaPendentes.
           move zeros                      to ws-pendentes
           initialize agd-registro
           move zeros                      to agd-codigo
                                              agd-dt-efetiva
                                              agd-seq
           start agendadas key not < agd-chave
           if ws-status <> "00" and "02"
              go 200-contaPendentes-fim
           end-if
           perform until exit
              read agendadas next with no lock
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if agd-pendente
                 add 1                     to ws-pendentes
              end-if
           end-perform
           .
       200-contaPendentes-fim.
           exit.
      *---------------------------------------------------------------*
      *    Inclusao de um agendamento: codigo existente e nao
      *    excluido, valores novos a partir dos atuais, data
      *    efetiva futura. A categoria e o teto de valor sao
      *    conferidos aqui com as regras da tela de Alteracao e de
      *    novo pelo batch na data efetiva.
      *---------------------------------------------------------------*
       300-inclui.
       300-incluiCodigo.
           initialize ws-registro
                      ws-atual
           move zeros                      to ws-dt-efetiva
                                              ws-atu-valor-ed
           move spaces                     to ws-cat-nome
           display tela-inclui
           initialize ws-mens
           move "Codigo a agendar, ESC=Volta"
                                           to ws-mens
           display tela1-lin23
           accept acc-codigo
           if esc-key
              go 300-inclui-fim
           end-if
           initialize arq-registro
           move ws-codigo                  to arq-codigo
           read arquivo with no lock
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Codigo nao cadastrado, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-incluiCodigo
           end-if
           if arq-excluido-sim
              initialize ws-mens
              move "Registro excluido nao recebe agendamento, ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-incluiCodigo
           end-if
           move arq-descricao              to ws-atu-descricao
                                              ws-descricao
           move arq-situacao               to ws-atu-situacao
                                              ws-situacao
           move arq-categoria              to ws-atu-categoria
                                              ws-categoria
           move arq-valor                  to ws-atu-valor
                                              ws-valor
           move ws-atu-valor               to ws-atu-valor-ed
           move ws-categoria               to cat-codigo
           perform buscaCategoria
              thru buscaCategoria-fim
           display tela-atual
           display acc-descricao
           display acc-situacao
           display acc-categoria
           display acc-cat-nome
           display acc-valor
           .
       300-incluiData.
           initialize ws-mens
           move "Data efetiva (futura), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-efe-dd
           if esc-key
              go 300-incluiCodigo
           end-if
           accept acc-efe-mm
           if esc-key
              go 300-incluiData
           end-if
           accept acc-efe-aa
           if esc-key
              go 300-incluiData
           end-if
           perform 310-validaData
              thru 310-validaData-fim
           if ws-dt-efetiva = 0
              initialize ws-mens
              move "Data invalida, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-incluiData
           end-if
           accept ws-data-exec from date yyyymmdd
           if ws-dt-efetiva not > ws-data-exec
              initialize ws-mens
              move "Data efetiva tem de ser futura, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-incluiData
           end-if
           .
       300-incluiDescricao.
           initialize ws-mens
           move "Descricao na data efetiva, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-descricao
           if esc-key
              go 300-incluiData
           end-if
           if ws-descricao = spaces
              move "Descricao nao informada"  to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-incluiDescricao
           end-if
           .
       300-incluiSituacao.
           initialize ws-mens
           move "Situacao na data efetiva (A/I/P), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-situacao
           if esc-key
              go 300-incluiDescricao
           end-if
           if not ws-situacao-ativa and
              not ws-situacao-inativa and
              not ws-situacao-pendente
              move "Situacao invalida, use A/I/P"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-incluiSituacao
           end-if
           .
       300-incluiCategoria.
           initialize ws-mens
           move "Categoria na data efetiva, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-categoria
           if esc-key
              go 300-incluiSituacao
           end-if
           move ws-categoria               to cat-codigo
           perform buscaCategoria
              thru buscaCategoria-fim
           if ws-categoria not = ws-atu-categoria
              if ws-cat-nome = spaces
                 move "Categoria nao cadastrada, use categoria.cbl"
                                           to ws-mens
                 display tela1-lin23

                 accept ws-opc at 2378
                 go 300-incluiCategoria
              end-if
              if ws-cat-bloqueada-sim
                 move "Categoria bloqueada p/ novos lancamentos"
                                           to ws-mens
                 display tela1-lin23

                 accept ws-opc at 2378
                 go 300-incluiCategoria
              end-if
           end-if
           display acc-cat-nome
           .
       300-incluiValor.
           initialize ws-mens
           move "Valor na data efetiva, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-valor
           if esc-key
              go 300-incluiCategoria
           end-if
           if ws-cat-valor-max > 0 and ws-valor > ws-cat-valor-max
              move "Valor acima do teto da categoria"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-incluiValor
           end-if
           move zeros                      to ws-mudancas
           if ws-descricao not = ws-atu-descricao
              add 1                        to ws-mudancas
           end-if
           if ws-situacao not = ws-atu-situacao
              add 1                        to ws-mudancas
           end-if
           if ws-categoria not = ws-atu-categoria
              add 1                        to ws-mudancas
           end-if
           if ws-valor not = ws-atu-valor
              add 1                        to ws-mudancas
           end-if
           if ws-mudancas = 0
              move "Nada muda em relacao ao atual, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-incluiDescricao
           end-if
           .
       300-inclui-confirma.
           initialize ws-opc
           move "Confirma o agendamento? <S/N>" to ws-mens
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              go 300-incluiValor
           end-if
           initialize ws-opc
           perform 320-grava
              thru 320-grava-fim
           go 300-incluiCodigo.
       300-inclui-fim.
           exit.
      *---------------------------------------------------------------*
      *    Confere dia/mes/bissexto da data efetiva com a regra de
      *    recebeData de inicio.cbl; data invalida volta zerada.
      *---------------------------------------------------------------*
       310-validaData.
           if ws-efe-dd < 1 or ws-efe-dd > 31 or
              ws-efe-mm < 1 or ws-efe-mm > 12 or
              ws-efe-aa < 1900
              move zeros                   to ws-dt-efetiva
              go to 310-validaData-fim
           end-if
           move 28                         to tb-ddMes(2)
           initialize ws-CalcAno
           divide ws-efe-aa           by 4
                                  giving ws-intAno
                               remainder ws-restoAno
           if ws-restoAno = 0
              move 29                      to tb-ddMes(2)
           end-if
           if ws-efe-dd > tb-ddMes(ws-efe-mm)
              move zeros                   to ws-dt-efetiva
           end-if
           .
       310-validaData-fim.
           exit.
      *---------------------------------------------------------------*
      *    Grava o agendamento na primeira sequencia livre do codigo
      *    na data efetiva (a colisao de chave avanca a sequencia,
      *    como o avanco de hora de 820-versiona).
      *---------------------------------------------------------------*
       320-grava.
           accept ws-data-exec from date yyyymmdd
           initialize agd-registro
           move ws-codigo                  to agd-codigo
           move ws-dt-efetiva              to agd-dt-efetiva
           move 1                          to agd-seq
           move "P"                        to agd-status
           move "N"                        to agd-muda-descricao
                                              agd-muda-situacao
                                              agd-muda-categoria
                                              agd-muda-valor
           if ws-descricao not = ws-atu-descricao
              move "S"                     to agd-muda-descricao
              move ws-descricao            to agd-descricao
           end-if
           if ws-situacao not = ws-atu-situacao
              move "S"                     to agd-muda-situacao
              move ws-situacao             to agd-situacao
           end-if
           if ws-categoria not = ws-atu-categoria
              move "S"                     to agd-muda-categoria
              move ws-categoria            to agd-categoria
           end-if
           if ws-valor not = ws-atu-valor
              move "S"                     to agd-muda-valor
              move ws-valor                to agd-valor
           end-if
           move ws-usu-id                  to agd-usuario
           move ws-data-exec               to agd-dt-registro
           move spaces                     to agd-usuario-baixa
                                              agd-motivo
           move zeros                      to agd-dt-baixa
       320-grava-tenta.
           write agd-registro
           if ws-status = "22"
              if agd-seq < 999
                 add 1                     to agd-seq
                 go to 320-grava-tenta
              end-if
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de gravacao no arq {AGENDADAS}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              go 320-grava-fim
           end-if
           initialize ws-mens
           string "Agendado para " ws-efe-dd "/" ws-efe-mm "/"
                  ws-efe-aa " (seq " agd-seq "), tecle ENTER"
                                           into ws-mens
           end-string
           display tela1-lin23

           accept ws-opc at 2378
           .
       320-grava-fim.
           exit.
      *---------------------------------------------------------------*
      *    Cancela o agendamento da linha em destaque: rele com lock
      *    (o batch pode te-lo aplicado nesse meio tempo) e so
      *    cancela se ainda estiver pendente; o registro fica no
      *    arquivo, com quem cancelou e quando.
      *---------------------------------------------------------------*
       400-cancela.
           initialize ws-opc
           move "Cancela o agendamento em destaque? <S/N>"
                                           to ws-mens
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              initialize ws-opc
              go 400-cancela-fim
           end-if
           initialize ws-opc
           initialize agd-registro
           move tb-codigo(ind)             to agd-codigo
           move tb-dt-efetiva(ind)         to agd-dt-efetiva
           move tb-seq(ind)                to agd-seq
           read agendadas with lock
           if ws-status = "51"
              initialize ws-mens
              move "Agendamento em uso, tente de novo - ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 400-cancela-fim
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Agendamento nao encontrado, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 400-cancela-fim
           end-if
           if not agd-pendente
              unlock agendadas
              initialize ws-mens
              move "Agendamento nao esta mais pendente, ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 400-cancela-fim
           end-if
           accept ws-data-exec from date yyyymmdd
           move "C"                        to agd-status
           move ws-usu-id                  to agd-usuario-baixa
           move ws-data-exec               to agd-dt-baixa
           move "cancelado na tela"        to agd-motivo
           rewrite agd-registro
           if ws-status <> "00" and "02"
              unlock agendadas
              initialize ws-mens
              string "Erro de gravacao no arq {AGENDADAS}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              go 400-cancela-fim
           end-if
           unlock agendadas
           initialize ws-mens
           move "Agendamento cancelado, tecle ENTER"
                                           to ws-mens
           display tela1-lin23

           accept ws-opc at 2378
           .
       400-cancela-fim.
           exit.
      *---------------------------------------------------------------*
      *    Busca nome, teto e trava da categoria pelo cat-codigo ja
      *    preenchido, como buscaCategoria de inicio.cbl.
      *---------------------------------------------------------------*
       buscaCategoria.
           initialize ws-cat-nome
           move zeros                      to ws-cat-valor-max
           move "N"                        to ws-cat-bloqueada
           if cat-codigo = 0 or not ws-cat-aberta-sim
              go buscaCategoria-fim
           end-if
           read categoria with no lock
           if ws-status = "00" or "02"
              move cat-nome                to ws-cat-nome
              if cat-valor-maximo numeric
                 move cat-valor-maximo     to ws-cat-valor-max
              end-if
              if cat-bloqueada = "S"
                 move "S"                  to ws-cat-bloqueada
              end-if
           end-if
           .
       buscaCategoria-fim.
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
           initialize ws-arq-agendadas
           string ws-dir-dados delimited by space
                  "/agendadas" delimited by size
                                         into ws-arq-agendadas
           end-string
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
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
      *---------------------------------------------------------------*
           close agendadas
           close arquivo
           if ws-cat-aberta-sim
              close categoria
           end-if
           stop run.
