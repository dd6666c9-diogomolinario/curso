       IDENTIFICATION DIVISION.
       PROGRAM-ID. consrel.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Consulta as geracoes datadas dos relatorios do batch que
      *    guardarel.cbl mantem em relatorios/: o operador informa o
      *    relatorio (ou o comeco do nome; em branco lista todos) e,
      *    se quiser, a data a partir da qual listar; o catalogo
      *    relcatalogo aparece com data e hora da execucao, programa,
      *    ambiente, paginas e linhas. ENTER abre a geracao em
      *    destaque na tela, 18 linhas por vez: setas para cima e
      *    para baixo trocam de tela, para a esquerda e a direita
      *    deslocam as colunas (os relatorios tem 132 posicoes).
      *    Somente leitura - vale para qualquer perfil; a
      *    identificacao do operador e a mesma de inicio.cbl.
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
           select relcatalogo   ASSIGN using ws-arq-relcatalogo
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is rcat-chave.
           select relatorio-arq ASSIGN using ws-arq-relatorio-arq
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
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
           fd relcatalogo.
           01 rcat-registro.
              02 rcat-chave.
                 03 rcat-relatorio     pic x(016).
                 03 rcat-data          pic 9(008).
                 03 rcat-hora          pic 9(008).
              02 rcat-programa         pic x(010).
              02 rcat-ambiente         pic x(004).
              02 rcat-paginas          pic 9(005).
              02 rcat-linhas           pic 9(007).
              02 rcat-arquivo          pic x(060).
              02 rcat-guardado-data    pic 9(008).
              02 rcat-guardado-hora    pic 9(008).

           fd relatorio-arq.
           01 rel-linha                pic x(132).

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
       01 ws-filtro-relatorio          pic x(016)  value spaces.
       01 ws-filtro-data               pic 9(008)  value zeros.
       01 ws-pref-tam                  pic 9(002)  value zeros.

       01 tb-cat-max                   pic 9(003)  value zeros.
       01 tb-cat-tab.
          02 tb-cat occurs 200.
             03 tbc-relatorio          pic x(016).
             03 tbc-data               pic 9(008).
             03 tbc-hora               pic 9(008).
             03 tbc-programa           pic x(010).
             03 tbc-ambiente           pic x(004).
             03 tbc-paginas            pic 9(005).
             03 tbc-linhas             pic 9(007).
             03 tbc-arquivo            pic x(060).
       01 ws-cat-estouro               pic x(001)  value "N".
          88 ws-cat-estouro-sim        value "S".
       01 ws-cat-base                  pic 9(003)  value zeros.
       01 ws-lin1.
          02 lin1-relatorio            pic x(016).
          02 lin1-data                 pic x(010).
          02 lin1-hora                 pic x(008).
          02 lin1-programa             pic x(010).
          02 lin1-ambiente             pic x(004).
          02 lin1-paginas              pic zzzz9.
          02 lin1-linhas               pic zzzzzz9.
       01 tab-lin                      pic x(032)  value
           "06070809101112131415161718192021".
       01 redefines tab-lin.
          02 tb-lin                    pic 9(002)  occurs 16.

      *    Tela de leitura da geracao: 18 linhas do relatorio, a
      *    partir da coluna ws-col, 78 posicoes por vez.
       01 tb-texto-tab.
          02 tb-texto                  pic x(132)  occurs 18.
       01 ws-texto-lin                 pic x(078)  value spaces.
       01 ws-tela-pag                  pic 9(005)  value zeros.
       01 ws-tela-total                pic 9(005)  value zeros.
       01 ws-col                       pic 9(003)  value 1.
       01 ws-pulo                      pic 9(007)  value zeros.
       01 ws-lidas                     pic 9(007)  value zeros.
       01 ws-lin2.
          02 filler                    pic x(007)  value "Tela: ".
          02 lin2-pag                  pic zzzz9.
          02 filler                    pic x(004)  value " de ".
          02 lin2-total                pic zzzz9.
          02 filler                    pic x(012)  value
             "   Colunas: ".
          02 lin2-col-ini              pic zz9.
          02 filler                    pic x(003)  value " a ".
          02 lin2-col-fim              pic zz9.
       01 ws-lin-titulo                pic x(060)  value spaces.

       01 ws-data-val                  pic 9(008)  value zeros.
       01 redefines ws-data-val.
          02 ws-val-ano                pic 9(004).
          02 ws-val-mes                pic 9(002).
          02 ws-val-dia                pic 9(002).
       01 tab-ddMes                    pic x(024)  value
           "312831303130313130313031".
       01 redefines tab-ddMes.
          02 tb-ddMes                  pic 9(002)  occurs 12.
       01 ws-CalcAno.
          02 ws-intAno                 pic 9(004)  value zeros.
          02 ws-restoAno               pic 9(002)  value zeros.
       01 ws-data-ok                   pic x(001)  value "N".
          88 ws-data-ok-sim            value "S".

       01 ws-usu-id                    pic x(008)  value spaces.
       01 ws-usu-senha                 pic x(008)  value spaces.
       01 ws-usu-perfil                pic x(001)  value spaces.
       01 ws-logon-ok                  pic x(001)  value "N".
          88 ws-logon-ok-sim           value "S".
       01 ws-logon-tentativas          pic 9(001)  value zeros.

       01 ws-aud-usuario               pic x(020)  value spaces.
       01 ws-aud-terminal              pic x(020)  value spaces.
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

       01 ws-seg-max-falhas            pic 9(002)  value 3.
       01 ws-seg-evento                pic x(010)  value spaces.
       01 ws-arq-seguranca-log         pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-relcatalogo           pic x(064)  value spaces.
       01 ws-arq-relatorio-arq         pic x(120)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value spaces.
       01 ws-mens                      pic x(067)  value spaces.
       01 ws-opc                       pic x(001)  value spaces.
       01 ind                          pic 9(003)  value zeros.
       01 ind1                         pic 9(003)  value zeros.
       01 ind2                         pic 9(003)  value zeros.
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
             "CONSULTA AOS RELATORIOS GUARDADOS"
                                        HIGHLIGHT REVERSE-VIDEO.
          02 LINE 03 COLUMN 01 value
             " Relatorio:                   A partir de:".
          02 LINE 03 COLUMN 46 value "/".
          02 LINE 03 COLUMN 49 value "/".
          02 LINE 04 COLUMN 02 value
             "Relatorio       Data       Hora     Programa   Amb".
          02 LINE 04 COLUMN 55 value "Pags  Linhas".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tela1-lin23.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12 from WS-MENS HIGHLIGHT.
       01 acc-filtro-relatorio.
          02 line 03 col 13 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(016) using ws-filtro-relatorio.
       01 acc-filtro-data.
          02 line 03 col 44 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(002) using ws-val-dia blank zeros.
          02 line 03 col 47 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(002) using ws-val-mes blank zeros.
          02 line 03 col 50 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(004) using ws-val-ano blank zeros.
       01 tl1-linCat.
          02 line ws-line column 02
               pic x(016) from lin1-relatorio.
          02 line ws-line column 18
               pic x(010) from lin1-data.
          02 line ws-line column 29
               pic x(008) from lin1-hora.
          02 line ws-line column 38
               pic x(010) from lin1-programa.
          02 line ws-line column 49
               pic x(004) from lin1-ambiente.
          02 line ws-line column 54
               pic x(005) from lin1-paginas.
          02 line ws-line column 60
               pic x(007) from lin1-linhas.
          02 line ws-line column 67
               pic x(012) from spaces.
       01 tl1-linCat2  HIGHLIGHT REVERSE-VIDEO.
          02 line ws-line column 02
               pic x(016) from lin1-relatorio.
          02 line ws-line column 18
               pic x(010) from lin1-data.
          02 line ws-line column 29
               pic x(008) from lin1-hora.
          02 line ws-line column 38
               pic x(010) from lin1-programa.
          02 line ws-line column 49
               pic x(004) from lin1-ambiente.
          02 line ws-line column 54
               pic x(005) from lin1-paginas.
          02 line ws-line column 60
               pic x(007) from lin1-linhas.
          02 line ws-line column 67
               pic x(012) from spaces.
       01 tela2 blank screen.
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 10
             pic x(060) from ws-lin-titulo HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tl2-linInfo.
          02 line 03 column 02
             pic x(048) from ws-lin2 HIGHLIGHT.
       01 tl2-linTexto.
          02 line ws-line column 02
               pic x(078) from ws-texto-lin.
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
           open input relcatalogo
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {RELCATALOGO}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           perform 100-consulta
              thru 100-consulta-fim
           go 999-fim.
      *    Identificacao do operador contra o arquivo de usuarios de
      *    inicio.cbl, com o mesmo controle de falhas, bloqueio e
      *    eventos em seguranca.log do sign-on principal; aqui nao
      *    ha criacao do ADMIN de fabrica - quem nunca abriu o
      *    sistema principal nao tem relatorio a consultar.
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
           move usu-perfil                 to ws-usu-perfil
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
       100-consulta.
      *---------------------------------------------------------------*
       100-consultaFiltro.
           move spaces                     to ws-filtro-relatorio
           move zeros                      to ws-data-val
           display tela1
           display acc-filtro-relatorio
                   acc-filtro-data
           initialize ws-mens
           move "Relatorio (em branco = todos), ESC=Encerra"
                                           to ws-mens
           display tela1-lin23
           accept acc-filtro-relatorio
           if esc-key
              go 100-consulta-fim
           end-if
       100-consultaData.
           initialize ws-mens
           move "Listar a partir de (em branco = todas), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-filtro-data
           if esc-key
              go 100-consultaFiltro
           end-if
           perform 120-validaData
              thru 120-validaData-fim
           if not ws-data-ok-sim
              initialize ws-mens
              move "Data invalida, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-consultaData
           end-if
           move ws-data-val                to ws-filtro-data
           perform 110-tamanhoPrefixo
              thru 110-tamanhoPrefixo-fim
           perform 200-carregaCatalogo
              thru 200-carregaCatalogo-fim
           if tb-cat-max = 0
              initialize ws-mens
              move "Nenhuma geracao no catalogo, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-consultaFiltro
           end-if
           if ws-cat-estouro-sim
              initialize ws-mens
              move "Mais de 200 geracoes - exibindo as 200 primeiras"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
           end-if
           move zeros                      to ws-cat-base
           perform 300-exibeJanela
              thru 300-exibeJanela-fim
           move 1                          to ind
           perform 400-navega
              thru 400-navega-fim
           go 100-consultaFiltro.
       100-consulta-fim.
           exit.
      *---------------------------------------------------------------*
      *    Mede o nome informado (posicao do ultimo caractere nao
      *    branco), como 110-tamanhoPrefixo de consarq.cbl.
      *---------------------------------------------------------------*
       110-tamanhoPrefixo.
           move zeros                      to ws-pref-tam
           perform varying ind1 from 16 by -1
                     until ind1 < 1 or ws-pref-tam > 0
              if ws-filtro-relatorio(ind1:1) not = space
                 move ind1                 to ws-pref-tam
              end-if
           end-perform
           .
       110-tamanhoPrefixo-fim.
           exit.
      *---------------------------------------------------------------*
      *    Data do filtro: toda zerada = sem filtro; senao dia, mes
      *    e ano validos (mesmo calendario de recebeData).
      *---------------------------------------------------------------*
       120-validaData.
           move "S"                        to ws-data-ok
           if ws-data-val = zeros
              go 120-validaData-fim
           end-if
           move "N"                        to ws-data-ok
           if ws-val-mes = 0 or ws-val-mes > 12 or
              ws-val-dia = 0 or ws-val-ano = 0
              go 120-validaData-fim
           end-if
           move 28                         to tb-ddMes(2)
           initialize ws-CalcAno
           divide ws-val-ano          by 4
                                  giving ws-intAno
                               remainder ws-restoAno
           if ws-restoAno = 0
              move 29                      to tb-ddMes(2)
           end-if
           if ws-val-dia > tb-ddMes(ws-val-mes)
              go 120-validaData-fim
           end-if
           move "S"                        to ws-data-ok
           .
       120-validaData-fim.
           exit.
      *---------------------------------------------------------------*
      *    Carrega as geracoes do catalogo a partir do relatorio
      *    informado, na ordem da chave (relatorio, data, hora);
      *    com data no filtro, so as geracoes daquela data em diante.
      *---------------------------------------------------------------*
       200-carregaCatalogo.
           move zeros                      to tb-cat-max
           move "N"                        to ws-cat-estouro
           initialize rcat-registro
           move ws-filtro-relatorio        to rcat-relatorio
           start relcatalogo key not < rcat-chave
           if ws-status <> "00" and "02"
              go 200-carregaCatalogo-fim
           end-if
           perform until exit
              read relcatalogo next record with no lock
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if ws-pref-tam > 0
                 if rcat-relatorio(1:ws-pref-tam) not =
                    ws-filtro-relatorio(1:ws-pref-tam)
                    exit perform
                 end-if
              end-if
              if rcat-data < ws-filtro-data
                 exit perform cycle
              end-if
              if tb-cat-max >= 200
                 move "S"                  to ws-cat-estouro
                 exit perform
              end-if
              add 1                        to tb-cat-max
              move rcat-relatorio          to
                                        tbc-relatorio(tb-cat-max)
              move rcat-data               to tbc-data(tb-cat-max)
              move rcat-hora               to tbc-hora(tb-cat-max)
              move rcat-programa           to
                                        tbc-programa(tb-cat-max)
              move rcat-ambiente           to
                                        tbc-ambiente(tb-cat-max)
              move rcat-paginas            to tbc-paginas(tb-cat-max)
              move rcat-linhas             to tbc-linhas(tb-cat-max)
              move rcat-arquivo            to tbc-arquivo(tb-cat-max)
           end-perform
           .
       200-carregaCatalogo-fim.
           exit.
      *---------------------------------------------------------------*
       300-exibeJanela.
           perform varying ind from 1 by 1 until ind > 16
              move tb-lin(ind)             to ws-line
              compute ind1 = ws-cat-base + ind
              if ind1 > tb-cat-max
                 initialize ws-lin1
              else
                 perform 310-montaLinha
                    thru 310-montaLinha-fim
              end-if
              display tl1-linCat
           end-perform
           .
       300-exibeJanela-fim.
           exit.
      *---------------------------------------------------------------*
       310-montaLinha.
           compute ind1 = ws-cat-base + ind
           move tb-lin(ind)                to ws-line
           move tbc-relatorio(ind1)        to lin1-relatorio
           initialize lin1-data
           string tbc-data(ind1)(7:2) "/"
                  tbc-data(ind1)(5:2) "/"
                  tbc-data(ind1)(1:4) into lin1-data
           end-string
           initialize lin1-hora
           string tbc-hora(ind1)(1:2) ":"
                  tbc-hora(ind1)(3:2) ":"
                  tbc-hora(ind1)(5:2) into lin1-hora
           end-string
           move tbc-programa(ind1)         to lin1-programa
           move tbc-ambiente(ind1)         to lin1-ambiente
           move tbc-paginas(ind1)          to lin1-paginas
           move tbc-linhas(ind1)           to lin1-linhas
           .
       310-montaLinha-fim.
           exit.
      *---------------------------------------------------------------*
      *    Navegacao pela janela do catalogo, no estilo da consulta
      *    de consarq.cbl; ENTER abre a geracao em destaque.
      *---------------------------------------------------------------*
       400-navega.
           perform 310-montaLinha
              thru 310-montaLinha-fim
           display tl1-linCat2
           perform 410-mensagemNavega
              thru 410-mensagemNavega-fim
           perform until exit
               accept ws-opc at 2378
               evaluate true
               when up-key
                 perform 310-montaLinha
                    thru 310-montaLinha-fim
                 display tl1-linCat
                 if ind > 1
                    subtract 1            from ind
                 else
                    if ws-cat-base > 0
                       subtract 16       from ws-cat-base
                       perform 300-exibeJanela
                          thru 300-exibeJanela-fim
                       move 16             to ind
                    end-if
                 end-if
                 perform 310-montaLinha
                    thru 310-montaLinha-fim
                 display tl1-linCat2
               when down-key
                 compute ind1 = ws-cat-base + ind
                 if ind1 < tb-cat-max
                    perform 310-montaLinha
                       thru 310-montaLinha-fim
                    display tl1-linCat
                    if ind < 16
                       add 1               to ind
                    else
                       add 16              to ws-cat-base
                       perform 300-exibeJanela
                          thru 300-exibeJanela-fim
                       move 1              to ind
                    end-if
                    perform 310-montaLinha
                       thru 310-montaLinha-fim
                    display tl1-linCat2
                 end-if
               when enter-key
                 perform 500-exibeRelatorio
                    thru 500-exibeRelatorio-fim
                 display tela1
                 display acc-filtro-relatorio
                         acc-filtro-data
                 perform 300-exibeJanela
                    thru 300-exibeJanela-fim
                 perform 310-montaLinha
                    thru 310-montaLinha-fim
                 display tl1-linCat2
                 perform 410-mensagemNavega
                    thru 410-mensagemNavega-fim
               when esc-key
                 exit perform
               end-evaluate
           end-perform
           .
       400-navega-fim.
           exit.
      *---------------------------------------------------------------*
       410-mensagemNavega.
           initialize ws-mens
           string "Setas "
                  x"e28691"
                  " "
                  x"e28693"
                  ", ENTER=Abre o relatorio, ESC=Nova busca"
                                         into ws-mens
           end-string
           display tela1-lin23
           .
       410-mensagemNavega-fim.
           exit.
      *---------------------------------------------------------------*
      *    Leitura da geracao em destaque, 18 linhas por tela: setas
      *    para cima e para baixo trocam de tela, para a esquerda e a
      *    direita deslocam 40 colunas. O arquivo e relido a cada
      *    troca de tela (line sequential nao volta atras).
      *---------------------------------------------------------------*
       500-exibeRelatorio.
           compute ind2 = ws-cat-base + ind
           if ind2 > tb-cat-max
              go 500-exibeRelatorio-fim
           end-if
           initialize ws-arq-relatorio-arq
           string ws-dir-dados delimited by space
                  "/" delimited by size
                  tbc-arquivo(ind2) delimited by space
                                         into ws-arq-relatorio-arq
           end-string
           open input relatorio-arq
           if ws-status <> "00"
              initialize ws-mens
              move "Geracao nao encontrada em relatorios/, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 500-exibeRelatorio-fim
           end-if
           close relatorio-arq
           initialize ws-lin-titulo
           string tbc-relatorio(ind2) delimited by space
                  " de " delimited by size
                  tbc-data(ind2)(7:2) "/"
                  tbc-data(ind2)(5:2) "/"
                  tbc-data(ind2)(1:4) " "
                  tbc-hora(ind2)(1:2) ":"
                  tbc-hora(ind2)(3:2) " - "
                  tbc-programa(ind2) delimited by size
                                         into ws-lin-titulo
           end-string
           compute ws-tela-total = (tbc-linhas(ind2) + 17) / 18
           if ws-tela-total = 0
              move 1                       to ws-tela-total
           end-if
           move 1                          to ws-tela-pag
                                              ws-col
           display tela2
           perform 510-carregaTela
              thru 510-carregaTela-fim
           perform 520-exibeTela
              thru 520-exibeTela-fim
           initialize ws-mens
           string "Setas "
                  x"e28691"
                  " "
                  x"e28693"
                  "=Tela, "
                  x"e28690"
                  " "
                  x"e28692"
                  "=Colunas, ESC=Volta ao catalogo"
                                         into ws-mens
           end-string
           display tela1-lin23
           perform until exit
               accept ws-opc at 2378
               evaluate true
               when up-key
                 if ws-tela-pag > 1
                    subtract 1            from ws-tela-pag
                    perform 510-carregaTela
                       thru 510-carregaTela-fim
                    perform 520-exibeTela
                       thru 520-exibeTela-fim
                 end-if
               when down-key
                 if ws-tela-pag < ws-tela-total
                    add 1                  to ws-tela-pag
                    perform 510-carregaTela
                       thru 510-carregaTela-fim
                    perform 520-exibeTela
                       thru 520-exibeTela-fim
                 end-if
               when left-key
                 if ws-col > 1
                    if ws-col > 41
                       subtract 40        from ws-col
                    else
                       move 1              to ws-col
                    end-if
                    perform 520-exibeTela
                       thru 520-exibeTela-fim
                 end-if
               when right-key
                 if ws-col < 55
                    add 40                 to ws-col
                    if ws-col > 55
                       move 55             to ws-col
                    end-if
                    perform 520-exibeTela
                       thru 520-exibeTela-fim
                 end-if
               when esc-key
                 exit perform
               end-evaluate
           end-perform
           .
       500-exibeRelatorio-fim.
           exit.
      *---------------------------------------------------------------*
      *    Le as 18 linhas da tela corrente: pula as telas anteriores
      *    e guarda as seguintes em tb-texto.
      *---------------------------------------------------------------*
       510-carregaTela.
           initialize tb-texto-tab
           compute ws-pulo = (ws-tela-pag - 1) * 18
           move zeros                      to ws-lidas
           open input relatorio-arq
           if ws-status <> "00"
              go 510-carregaTela-fim
           end-if
           perform until ws-lidas >= ws-pulo
              read relatorio-arq
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-lidas
           end-perform
           perform varying ind1 from 1 by 1 until ind1 > 18
              read relatorio-arq
              if ws-status <> "00"
                 exit perform
              end-if
              move rel-linha               to tb-texto(ind1)
           end-perform
           close relatorio-arq
           .
       510-carregaTela-fim.
           exit.
      *---------------------------------------------------------------*
       520-exibeTela.
           move ws-tela-pag                to lin2-pag
           move ws-tela-total              to lin2-total
           move ws-col                     to lin2-col-ini
           compute lin2-col-fim = ws-col + 77
           display tl2-linInfo
           perform varying ind1 from 1 by 1 until ind1 > 18
              compute ws-line = ind1 + 3
              move tb-texto(ind1)(ws-col:78) to ws-texto-lin
              display tl2-linTexto
           end-perform
           .
       520-exibeTela-fim.
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
           initialize ws-arq-relcatalogo
           string ws-dir-dados delimited by space
                  "/relcatalogo" delimited by size
                                         into ws-arq-relcatalogo
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
           close relcatalogo
           stop run.
