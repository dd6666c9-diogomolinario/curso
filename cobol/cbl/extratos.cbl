       IDENTIFICATION DIVISION.
       PROGRAM-ID. extratos.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Manutencao das definicoes de extrato (arquivo "extratos"),
      *    produzidas pelo extrai.cbl. Cada definicao tem um nome
      *    (chave) e diz:
      *      - a saida: nome do arquivo gravado no subdiretorio
      *        extraidos/ do diretorio de dados (branco = NOME.txt);
      *      - os campos e a ordem em que saem na linha (ordem 0 =
      *        campo fora do extrato), cada um com seu formato:
      *          codigo, categoria e quantidade: 9 = com zeros a
      *            esquerda, Z = sem zeros a esquerda
      *          dtTeste: D = DD/MM/AAAA, A = AAAAMMDD,
      *            I = AAAA-MM-DD
      *          valor: V = virgula decimal, P = ponto decimal,
      *            C = centavos sem separador
      *          descricao, situacao, nome da categoria e ultima
      *            nota: T = texto;
      *      - o filtro de registros: situacao (branco = todas),
      *        faixa de categoria, faixa de dtTeste AAAAMMDD (zeros
      *        = sem limite) e excluidos (N = sem excluidos, S = so
      *        os excluidos, T = todos);
      *      - a ordem de saida: C = codigo, D = descricao,
      *        T = dtTeste, G = categoria, V = valor, Q = quantidade,
      *        crescente (C) ou decrescente (D);
      *      - o leiaute: D = delimitado (com o delimitador) ou
      *        F = posicoes fixas; cabecalho e trailer (S/N).
      *    Mesmas opcoes de Inclusao, Alteracao, Exclusao e Consulta
      *    de categoria.cbl.
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
           select extratos      ASSIGN using ws-arq-extratos
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ext-chave.
      *---------------------------------------------------------------*
       data division.
       file section.
      *---------------------------------------------------------------*
           fd extratos.
           01 ext-registro.
              02 ext-chave.
                 03 ext-nome           pic x(012).
              02 ext-titulo            pic x(040).
              02 ext-saida             pic x(020).
      *       campos na ordem fixa: codigo, descricao, dtTeste,
      *       situacao, categoria, nome da categoria, valor,
      *       quantidade e ultima nota
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
              02 ext-delimitador       pic x(001).
              02 ext-cabecalho         pic x(001).
              02 ext-trailer           pic x(001).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-registro.
          02 ws-nome                   pic x(012).
          02 ws-titulo                 pic x(040).
          02 ws-saida                  pic x(020).
          02 ws-campos.
             03 ws-campo occurs 9.
                04 ws-cmp-ordem        pic 9(001).
                04 ws-cmp-formato      pic x(001).
          02 ws-situacao               pic x(001).
             88 ws-situacao-ok         values " " "A" "I" "P".
          02 ws-cat-de                 pic 9(003).
          02 ws-cat-ate                pic 9(003).
          02 ws-dt-de                  pic 9(008).
          02 redefines ws-dt-de.
             03 ws-de-aa               pic 9(004).
             03 ws-de-mm               pic 9(002).
             03 ws-de-dd               pic 9(002).
          02 ws-dt-ate                 pic 9(008).
          02 redefines ws-dt-ate.
             03 ws-ate-aa              pic 9(004).
             03 ws-ate-mm              pic 9(002).
             03 ws-ate-dd              pic 9(002).
          02 ws-excluidos              pic x(001).
             88 ws-excluidos-ok        values "N" "S" "T".
          02 ws-ordem                  pic x(001).
             88 ws-ordem-ok            values "C" "D" "T" "G" "V"
                                              "Q".
          02 ws-sentido                pic x(001).
             88 ws-sentido-ok          values "C" "D".
          02 ws-layout                 pic x(001).
             88 ws-layout-delimitado   value "D".
             88 ws-layout-fixo         value "F".
          02 ws-delimitador            pic x(001).
          02 ws-cabecalho              pic x(001).
             88 ws-cabecalho-ok        values "S" "N".
          02 ws-trailer                pic x(001).
             88 ws-trailer-ok          values "S" "N".

      *    Formatos aceitos por campo; o primeiro e o padrao.
       01 tab-formatos                 pic x(036)  value
           "9Z  T   DAI T   9Z  T   VPC 9Z  T   ".
       01 redefines tab-formatos.
          02 tb-fmt                    pic x(004)  occurs 9.

       01 tb-consulta.
          02 occurs 16.
             03 tb-nome                pic x(012).
             03 tb-titulo              pic x(040).
       01 tab-lin                      pic x(032)  value
           "06070809101112131415161718192021".
       01 redefines tab-lin.
          02 tb-lin                    pic 9(002)  occurs 16.

       01 ws-consulta-achou             pic x(001)  value "N".
          88 ws-consulta-achou-sim      value "S".
       01 ws-definicao-ok               pic x(001)  value "N".
          88 ws-definicao-ok-sim        value "S".

       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-extratos              pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value spaces.
       01 ws-mens                      pic x(067)  value spaces.
       01 ws-opc                       pic x(001)  value spaces.
       01 idxm                         pic 9(003)  value zeros.
       01 ind                          pic 9(003)  value zeros.
       01 ind1                         pic 9(003)  value zeros.
       01 ws-usados                    pic 9(003)  value zeros.
       01 ws-repetida                  pic x(001)  value "N".
          88 ws-repetida-sim           value "S".
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
       01 tela1 blank screen.
          02 LINE 01 COLUMN 01 value
             "  Inclusao   Alteracao   Exclusao   Consulta   Sair".
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 30
             "DEFINICOES DE EXTRATO"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 04 COLUMN 01 value " Nome.....:".
          02 LINE 05 COLUMN 01 value " Titulo...:".
          02 LINE 06 COLUMN 01 value " Saida....:".
          02 LINE 06 COLUMN 36 value "(branco = NOME.txt)".
          02 LINE 08 COLUMN 01 value
             " Campo             Ordem Formato".
          02 LINE 09 COLUMN 01 value " Codigo".
          02 LINE 09 COLUMN 31 value "9=com zeros Z=sem zeros".
          02 LINE 10 COLUMN 01 value " Descricao".
          02 LINE 10 COLUMN 31 value "T=texto".
          02 LINE 11 COLUMN 01 value " dtTeste".
          02 LINE 11 COLUMN 31 value
             "D=DD/MM/AAAA A=AAAAMMDD I=AAAA-MM-DD".
          02 LINE 12 COLUMN 01 value " Situacao".
          02 LINE 12 COLUMN 31 value "T=texto".
          02 LINE 13 COLUMN 01 value " Categoria".
          02 LINE 13 COLUMN 31 value "9=com zeros Z=sem zeros".
          02 LINE 14 COLUMN 01 value " Nome categoria".
          02 LINE 14 COLUMN 31 value "T=texto".
          02 LINE 15 COLUMN 01 value " Valor".
          02 LINE 15 COLUMN 31 value
             "V=virgula P=ponto C=centavos".
          02 LINE 16 COLUMN 01 value " Quantidade".
          02 LINE 16 COLUMN 31 value "9=com zeros Z=sem zeros".
          02 LINE 17 COLUMN 01 value " Ultima nota".
          02 LINE 17 COLUMN 31 value "T=texto".
          02 LINE 19 COLUMN 01 value " Situacao.:".
          02 LINE 19 COLUMN 18 value "Categ. de".
          02 LINE 19 COLUMN 32 value "ate".
          02 LINE 19 COLUMN 41 value "dtTeste de".
          02 LINE 19 COLUMN 62 value "ate".
          02 LINE 20 COLUMN 01 value " Excluidos:".
          02 LINE 20 COLUMN 16 value "(N/S/T)".
          02 LINE 20 COLUMN 25 value "Ordem".
          02 LINE 20 COLUMN 33 value "(C/D/T/G/V/Q)".
          02 LINE 20 COLUMN 48 value "Sentido".
          02 LINE 20 COLUMN 58 value "(C/D)".
          02 LINE 21 COLUMN 01 value " Layout...:".
          02 LINE 21 COLUMN 16 value "(D/F)".
          02 LINE 21 COLUMN 23 value "Delim.".
          02 LINE 21 COLUMN 33 value "Cabecalho".
          02 LINE 21 COLUMN 46 value "Trailer".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tela1-lin23.
          02 LINE 23 COLUMN 02
             "Mensagem:"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 23 COLUMN 12 from WS-MENS HIGHLIGHT.
       01 tela1-inc.
          02 LINE 01 COLUMN 03
             "Inclusao"   HIGHLIGHT REVERSE-VIDEO.
       01 tela1-alt.
          02 LINE 01 COLUMN 14
             "Alteracao"  HIGHLIGHT REVERSE-VIDEO.
       01 tela1-exc.
          02 LINE 01 COLUMN 26
             "Exclusao"  HIGHLIGHT REVERSE-VIDEO.
       01 tela1-con.
          02 LINE 01 COLUMN 37
             "Consulta"  HIGHLIGHT REVERSE-VIDEO.
       01 tela1-sai.
          02 LINE 01 COLUMN 48
             "Sair"  HIGHLIGHT REVERSE-VIDEO.
       01 acc-nome.
          02 line 04 col 14 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(012) using ws-nome UPPER.
       01 acc-titulo.
          02 line 05 col 14 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(040) using ws-titulo.
       01 acc-saida.
          02 line 06 col 14 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x(020) using ws-saida.
       01 acc-ordem-campo.
          02 line ws-line col 21 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9 using ws-cmp-ordem(ind).
       01 acc-formato-campo.
          02 line ws-line col 27 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-cmp-formato(ind) UPPER.
       01 acc-situacao.
          02 line 19 col 14 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-situacao UPPER.
       01 acc-cat-de.
          02 line 19 col 28 BACKGROUND-COLOR 1 HIGHLIGHT
          pic z(003) using ws-cat-de.
       01 acc-cat-ate.
          02 line 19 col 36 BACKGROUND-COLOR 1 HIGHLIGHT
          pic z(003) using ws-cat-ate.
       01 acc-dt-de.
          02 line 19 col 52 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(008) using ws-dt-de.
       01 acc-dt-ate.
          02 line 19 col 66 BACKGROUND-COLOR 1 HIGHLIGHT
          pic 9(008) using ws-dt-ate.
       01 acc-excluidos.
          02 line 20 col 14 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-excluidos UPPER.
       01 acc-ordem.
          02 line 20 col 31 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-ordem UPPER.
       01 acc-sentido.
          02 line 20 col 56 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-sentido UPPER.
       01 acc-layout.
          02 line 21 col 14 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-layout UPPER.
       01 acc-delimitador.
          02 line 21 col 30 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-delimitador.
       01 acc-cabecalho.
          02 line 21 col 43 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-cabecalho UPPER.
       01 acc-trailer.
          02 line 21 col 54 BACKGROUND-COLOR 1 HIGHLIGHT
          pic x using ws-trailer UPPER.
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
             "  Inclusao   Alteracao   Exclusao   Consulta   Sair".
          02 line 02 column 02
             pic x(077) from spaces HIGHLIGHT REVERSE-VIDEO.
          02 line 02 column 03
             pic x(004) from ws-ambiente HIGHLIGHT REVERSE-VIDEO.
          02 LINE 02 COLUMN 30
             "DEFINICOES DE EXTRATO"  HIGHLIGHT REVERSE-VIDEO.
          02 LINE 04 COL 1 value "   Nome         Titulo".
          02 LINE 23 COLUMN 01 value "Mensagem:".
       01 tl2-linConsulta.
          02 line ws-line column 04
               pic x(012) using tb-nome(ind).
          02 line ws-line column 17
               pic x(040) using tb-titulo(ind).
          02 line ws-line column 02
               pic x(002) from spaces.
          02 line ws-line column 16
               pic x(001) from spaces.
          02 line ws-line column 57
               pic x(022) from spaces.
       01 tl2-linConsulta2  HIGHLIGHT REVERSE-VIDEO.
          02 line ws-line column 04
               pic x(012) using tb-nome(ind).
          02 line ws-line column 17
               pic x(040) using tb-titulo(ind).
          02 line ws-line column 02
               pic x(002) from spaces.
          02 line ws-line column 16
               pic x(001) from spaces.
          02 line ws-line column 57
               pic x(022) from spaces.
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
           DISPLAY tela1
           INITIALIZE ws-mens
           display tela1-lin23
           OPEN I-O extratos
           if ws-status = "35"
              open output extratos
              close extratos
              open i-o extratos
           end-if
           if ws-status <> "00" and "05"
              initialize ws-mens
              string "Erro de abertura no arq {EXTRATOS}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              go 999-fim
           end-if
           move 1                          to idxm
           display tela1-inc
           perform 050-recebeMenu
              thru 050-recebeMenu-fim
           go 999-fim.

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
                  display tela1-alt
                  perform 200-alteracao
                     thru 200-alteracao-fim
               when 3
                  display tela1-exc
                  perform 300-exclusao
                     thru 300-exclusao-fim
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
              display tela1-alt
           when 3
              display tela1-exc
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
       100-inclusao.
      *---------------------------------------------------------------*

       100-inclusaoNome.
           perform 170-padrao
              thru 170-padrao-fim
           perform 160-exibe
              thru 160-exibe-fim
           perform recebeNome
              thru recebeNome-fim
           if esc-key
              go 100-inclusao-fim
           end-if
           initialize ext-registro
           move ws-nome                    to ext-nome
           read extratos with no lock
           if ws-status = "00" or "02"
              move ext-registro            to ws-registro
              perform 160-exibe
                 thru 160-exibe-fim
              initialize ws-mens
              move "Extrato ja cadastrado, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 100-inclusao
           end-if
           .
       100-inclusaoDefinicao.
           perform 150-recebeDefinicao
              thru 150-recebeDefinicao-fim
           if not ws-definicao-ok-sim
              go 100-inclusaoNome
           end-if
           initialize ws-opc
           move ws-registro                to ext-registro
           write ext-registro
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de gravacao no arq {EXTRATOS}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           end-if
           .
       100-inclusao-fim.
           exit.
      *---------------------------------------------------------------*
       200-alteracao.
      *---------------------------------------------------------------*

       200-alteracaoNome.
           perform 170-padrao
              thru 170-padrao-fim
           perform 160-exibe
              thru 160-exibe-fim
           perform recebeNome
              thru recebeNome-fim
           if esc-key
              go 200-alteracao-fim
           end-if
       200-alteracaoNome-le.
           initialize ext-registro
           move ws-nome                    to ext-nome
           read extratos with lock
           if ws-status = "51"
              initialize ws-mens
              move "Registro em uso, ENTER=Repete, ESC=Desiste"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              if esc-key
                 go 200-alteracao-fim
              end-if
              go 200-alteracaoNome-le
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Extrato nao cadastrado, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 200-alteracaoNome
           end-if
           move ext-registro               to ws-registro
           perform 160-exibe
              thru 160-exibe-fim
           .
       200-alteracaoDefinicao.
           perform 150-recebeDefinicao
              thru 150-recebeDefinicao-fim
           if not ws-definicao-ok-sim
              unlock extratos
              go 200-alteracaoNome
           end-if
           initialize ws-opc
           move ws-registro                to ext-registro
           rewrite ext-registro
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de alteracao no arq {EXTRATOS}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           end-if
           .
       200-alteracao-fim.
           unlock extratos
           exit.
      *---------------------------------------------------------------*
      *    Exclusao fisica da definicao, como na tabela de
      *    categorias: o nome deixa de ser aceito pelo extrai.cbl.
      *---------------------------------------------------------------*
       300-exclusao.
       300-exclusaoNome.
           perform 170-padrao
              thru 170-padrao-fim
           perform 160-exibe
              thru 160-exibe-fim
           perform recebeNome
              thru recebeNome-fim
           if esc-key
              go 300-exclusao-fim
           end-if
       300-exclusaoNome-le.
           initialize ext-registro
           move ws-nome                    to ext-nome
           read extratos with lock
           if ws-status = "51"
              initialize ws-mens
              move "Registro em uso, ENTER=Repete, ESC=Desiste"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              if esc-key
                 go 300-exclusao-fim
              end-if
              go 300-exclusaoNome-le
           end-if
           if ws-status <> "00" and "02"
              initialize ws-mens
              move "Extrato nao cadastrado, tecle ENTER"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go 300-exclusaoNome
           end-if
           move ext-registro               to ws-registro
           perform 160-exibe
              thru 160-exibe-fim
           .
       300-exclusao-grava.
           initialize ws-opc
           move "Confirma a exclusao? <S/N>"
                                           to ws-mens
           display tela1-conf
           perform until ws-opc = "S" or "N"
              accept tela1-conf
           end-perform
           initialize ws-mens
           display tela1-conf
           if ws-opc = "N"
              unlock extratos
              go 300-exclusaoNome
           end-if
           initialize ws-opc
           delete extratos record
           if ws-status <> "00" and "02"
              initialize ws-mens
              string "Erro de exclusao no arq {EXTRATOS}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
           end-if
           .
       300-exclusao-fim.
           unlock extratos
           exit.
      *---------------------------------------------------------------*
      *    Corpo da definicao, comum a Inclusao e Alteracao: titulo,
      *    saida, campos, filtro e leiaute, com ESC voltando um
      *    passo e a confirmacao no fim. ESC no titulo ou "N" na
      *    confirmacao seguido de ESC devolvem sem definicao.
      *---------------------------------------------------------------*
       150-recebeDefinicao.
           move "N"                        to ws-definicao-ok
           .
       150-definicaoTitulo.
           perform recebeTitulo
              thru recebeTitulo-fim
           if esc-key
              go 150-recebeDefinicao-fim
           end-if
           .
       150-definicaoSaida.
           perform recebeSaida
              thru recebeSaida-fim
           if esc-key
              go 150-definicaoTitulo
           end-if
           .
       150-definicaoCampos.
           perform recebeCampos
              thru recebeCampos-fim
           if esc-key
              go 150-definicaoSaida
           end-if
           .
       150-definicaoFiltro.
           perform recebeFiltro
              thru recebeFiltro-fim
           if esc-key
              go 150-definicaoCampos
           end-if
           .
       150-definicaoLeiaute.
           perform recebeLeiaute
              thru recebeLeiaute-fim
           if esc-key
              go 150-definicaoFiltro
           end-if
           .
       150-definicao-confirma.
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
              go 150-definicaoLeiaute
           end-if
           move "S"                        to ws-definicao-ok
           .
       150-recebeDefinicao-fim.
           exit.
      *---------------------------------------------------------------*
       160-exibe.
           display acc-nome
                   acc-titulo
                   acc-saida
           perform varying ind from 1 by 1 until ind > 9
              compute ws-line = ind + 8
              display acc-ordem-campo
                      acc-formato-campo
           end-perform
           display acc-situacao
                   acc-cat-de
                   acc-cat-ate
                   acc-dt-de
                   acc-dt-ate
                   acc-excluidos
                   acc-ordem
                   acc-sentido
                   acc-layout
                   acc-delimitador
                   acc-cabecalho
                   acc-trailer
           .
       160-exibe-fim.
           exit.
      *---------------------------------------------------------------*
      *    Valores de uma definicao nova: nenhum campo escolhido,
      *    formatos padrao, sem filtro alem dos excluidos, ordem de
      *    codigo e leiaute delimitado por ";" com cabecalho e
      *    trailer, como o export.csv do Exportar.
      *---------------------------------------------------------------*
       170-padrao.
           initialize ws-registro
           perform varying ind from 1 by 1 until ind > 9
              move tb-fmt(ind)(1:1)        to ws-cmp-formato(ind)
           end-perform
           move 999                        to ws-cat-ate
           move "N"                        to ws-excluidos
           move "C"                        to ws-ordem
           move "C"                        to ws-sentido
           move "D"                        to ws-layout
           move ";"                        to ws-delimitador
           move "S"                        to ws-cabecalho
           move "S"                        to ws-trailer
           .
       170-padrao-fim.
           exit.
      *---------------------------------------------------------------*
       400-consulta.
      *---------------------------------------------------------------*
           perform 400-consulta-limpa

           initialize ext-registro
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
           start extratos key not < ext-chave
           perform until exit
               read extratos next with no lock
               if ws-status <> "00" and "02"
                  exit perform
               end-if
               add 1                       to ind
               if ind > 16
                  read extratos previous with no lock
                  exit perform
               end-if
               perform 400-consulta-carrega-tab
           end-perform
           unlock extratos

           .
           exit.
      *---------------------------------------------------------------*
      *    Desliza tb-consulta uma linha para tras (mesma mecanica de
      *    400-consulta-deslizaCima em categoria.cbl).
      *---------------------------------------------------------------*
       400-consulta-deslizaCima.
           initialize ext-registro
           move "N"                        to ws-consulta-achou
           move tb-nome(1)                 to ext-nome
           start extratos key is less than ext-chave
           if ws-status <> "00" and "02"
              go 400-consulta-deslizaCima-fim
           end-if
           read extratos previous with no lock
           if ws-status = "00" or "02"
              move "S"                     to ws-consulta-achou
           end-if
           unlock extratos
           if ws-consulta-achou-sim
              perform varying ind1 from 16 by -1 until ind1 = 1
                 move tb-nome(ind1 - 1)      to tb-nome(ind1)
                 move tb-titulo(ind1 - 1)    to tb-titulo(ind1)
              end-perform
              move ext-nome                to tb-nome(1)
              move ext-titulo              to tb-titulo(1)
           end-if
           .
       400-consulta-deslizaCima-fim.
           exit.
      *---------------------------------------------------------------*
       400-consulta-deslizaBaixo.
           initialize ext-registro
           move "N"                        to ws-consulta-achou
           move tb-nome(16)                to ext-nome
           start extratos key is greater than ext-chave
           if ws-status <> "00" and "02"
              go 400-consulta-deslizaBaixo-fim
           end-if
           read extratos next with no lock
           if ws-status = "00" or "02"
              move "S"                     to ws-consulta-achou
           end-if
           unlock extratos
           if ws-consulta-achou-sim
              perform varying ind1 from 1 by 1 until ind1 = 16
                 move tb-nome(ind1 + 1)      to tb-nome(ind1)
                 move tb-titulo(ind1 + 1)    to tb-titulo(ind1)
              end-perform
              move ext-nome                to tb-nome(16)
              move ext-titulo              to tb-titulo(16)
           end-if
           .
       400-consulta-deslizaBaixo-fim.
           exit.
      *---------------------------------------------------------------*
       400-consulta-exibe.

           perform varying ind from 1 by 1 until ind > 16 or
              tb-nome(ind) = spaces
              move tb-lin(ind)             to ws-line
              display tl2-linConsulta
           end-perform

           .
           exit.
       400-consulta-carrega-tab.

           move ext-nome                   to tb-nome(ind)
           move ext-titulo                 to tb-titulo(ind)

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
                        tb-nome(ind1) = spaces
                 end-perform
                 if ind1 < 16
                    if tb-nome(ind1) = spaces
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
       recebeNome.
      *---------------------------------------------------------------*

           initialize ws-mens
           move "Digite o nome do extrato, ESC=Sair"
                                           to ws-mens
           display tela1-lin23
           accept acc-nome
           if esc-key
              go recebeNome-FIM
           end-if
           if ws-nome = spaces
              move "Nome nao informado"    to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeNome
           end-if

           .
       recebeNome-FIM.
           exit.
      *---------------------------------------------------------------*
       recebeTitulo.
      *---------------------------------------------------------------*

           initialize ws-mens
           move "Digite o titulo do extrato, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-titulo
           if esc-key
              go recebeTitulo-Fim
           end-if
           if ws-titulo = spaces
              move "Titulo nao informado"  to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeTitulo
           end-if

           .

       recebeTitulo-Fim.
           exit.
      *---------------------------------------------------------------*
      *    Nome do arquivo de saida em extraidos/; sem barra e sem
      *    ponto no inicio, para o extrato nao sair desse diretorio.
      *---------------------------------------------------------------*
       recebeSaida.
      *---------------------------------------------------------------*

           initialize ws-mens
           move "Arquivo de saida (branco = NOME.txt), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-saida
           if esc-key
              go recebeSaida-Fim
           end-if
           move zeros                      to ind1
           inspect ws-saida tallying ind1 for all "/"
           if ind1 > 0 or ws-saida(1:1) = "." or
              ws-saida(1:1) = space and ws-saida not = spaces
              move "Nome simples: sem barra, ponto ou branco no inicio"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeSaida
           end-if

           .

       recebeSaida-Fim.
           exit.
      *---------------------------------------------------------------*
      *    Ordem e formato de cada um dos nove campos. Ordem 0 deixa
      *    o campo fora; as ordens usadas nao podem repetir e pelo
      *    menos um campo tem de entrar. Formato em branco assume o
      *    padrao do campo (primeiro de tab-formatos).
      *---------------------------------------------------------------*
       recebeCampos.
      *---------------------------------------------------------------*
           move 1                          to ind
           .
       recebeCampos-ordem.
           compute ws-line = ind + 8
           initialize ws-mens
           move "Ordem do campo na linha (0 = fora), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-ordem-campo
           if esc-key
              if ind = 1
                 go recebeCampos-Fim
              end-if
              subtract 1                 from ind
              go recebeCampos-formato
           end-if
           .
       recebeCampos-formato.
           compute ws-line = ind + 8
           initialize ws-mens
           move "Formato do campo (ao lado), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-formato-campo
           if esc-key
              go recebeCampos-ordem
           end-if
           if ws-cmp-formato(ind) = space
              move tb-fmt(ind)(1:1)        to ws-cmp-formato(ind)
              display acc-formato-campo
           end-if
           if ws-cmp-formato(ind) not = tb-fmt(ind)(1:1) and
              ws-cmp-formato(ind) not = tb-fmt(ind)(2:1) and
              ws-cmp-formato(ind) not = tb-fmt(ind)(3:1)
              initialize ws-mens
              string "Formato invalido para o campo, use: "
                     tb-fmt(ind)
                                           into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              go recebeCampos-formato
           end-if
           add 1                           to ind
           if ind not > 9
              go recebeCampos-ordem
           end-if
           move zeros                      to ws-usados
           move "N"                        to ws-repetida
           perform varying ind from 1 by 1 until ind > 9
              if ws-cmp-ordem(ind) > 0
                 add 1                     to ws-usados
                 perform varying ind1 from 1 by 1 until ind1 > 9
                    if ind1 not = ind and
                       ws-cmp-ordem(ind1) = ws-cmp-ordem(ind)
                       move "S"            to ws-repetida
                    end-if
                 end-perform
              end-if
           end-perform
           if ws-usados = 0 or ws-repetida-sim
              initialize ws-mens
              if ws-usados = 0
                 move "Nenhum campo escolhido (ordem 1 a 9)"
                                           to ws-mens
              else
                 move "Ordem repetida entre campos"
                                           to ws-mens
              end-if
              display tela1-lin23

              accept ws-opc at 2378
              move 1                       to ind
              go recebeCampos-ordem
           end-if
           .
       recebeCampos-Fim.
           exit.
      *---------------------------------------------------------------*
      *    Filtro de registros: situacao, faixa de categoria, faixa
      *    de dtTeste e excluidos.
      *---------------------------------------------------------------*
       recebeFiltro.
      *---------------------------------------------------------------*
           initialize ws-mens
           move "Situacao A, I, P ou branco = todas, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-situacao
           if esc-key
              go recebeFiltro-Fim
           end-if
           if not ws-situacao-ok
              move "Informe A, I, P ou branco"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeFiltro
           end-if
           .
       recebeFiltro-catDe.
           initialize ws-mens
           move "Categoria inicial (0 = primeira), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-cat-de
           if esc-key
              go recebeFiltro
           end-if
           .
       recebeFiltro-catAte.
           initialize ws-mens
           move "Categoria final (999 = ultima), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-cat-ate
           if esc-key
              go recebeFiltro-catDe
           end-if
           if ws-cat-ate < ws-cat-de
              move "Categoria final menor que a inicial"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeFiltro-catAte
           end-if
           .
       recebeFiltro-dtDe.
           initialize ws-mens
           initialize ws-mens
           string "dtTeste inicial AAAAMMDD (zeros = sem limite), "
                  "ESC=Voltar"
                                            into ws-mens
           end-string
           display tela1-lin23
           accept acc-dt-de
           if esc-key
              go recebeFiltro-catAte
           end-if
           if ws-dt-de not = zeros and
              (ws-de-mm < 1 or ws-de-mm > 12 or
               ws-de-dd < 1 or ws-de-dd > 31)
              move "Data invalida, use AAAAMMDD"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeFiltro-dtDe
           end-if
           .
       recebeFiltro-dtAte.
           initialize ws-mens
           initialize ws-mens
           string "dtTeste final AAAAMMDD (zeros = sem limite), "
                  "ESC=Voltar"
                                            into ws-mens
           end-string
           display tela1-lin23
           accept acc-dt-ate
           if esc-key
              go recebeFiltro-dtDe
           end-if
           if ws-dt-ate not = zeros and
              (ws-ate-mm < 1 or ws-ate-mm > 12 or
               ws-ate-dd < 1 or ws-ate-dd > 31)
              move "Data invalida, use AAAAMMDD"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeFiltro-dtAte
           end-if
           if ws-dt-ate not = zeros and ws-dt-ate < ws-dt-de
              move "Data final menor que a inicial"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeFiltro-dtAte
           end-if
           .
       recebeFiltro-excluidos.
           initialize ws-mens
           initialize ws-mens
           string "Excluidos: N=sem, S=so excluidos, T=todos, "
                  "ESC=Voltar"
                                            into ws-mens
           end-string
           display tela1-lin23
           accept acc-excluidos
           if esc-key
              go recebeFiltro-dtAte
           end-if
           if not ws-excluidos-ok
              move "Informe N, S ou T"     to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeFiltro-excluidos
           end-if
           .
       recebeFiltro-Fim.
           exit.
      *---------------------------------------------------------------*
      *    Ordem de saida e leiaute: delimitado (com o delimitador)
      *    ou em posicoes fixas, com cabecalho e trailer opcionais.
      *---------------------------------------------------------------*
       recebeLeiaute.
      *---------------------------------------------------------------*
           initialize ws-mens
           initialize ws-mens
           string "Ordem: C=codigo D=descricao T=dtTeste G=categoria "
                  "V=valor Q=qtde"
                                            into ws-mens
           end-string
           display tela1-lin23
           accept acc-ordem
           if esc-key
              go recebeLeiaute-Fim
           end-if
           if not ws-ordem-ok
              move "Informe C, D, T, G, V ou Q"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeLeiaute
           end-if
           .
       recebeLeiaute-sentido.
           initialize ws-mens
           move "Sentido: C=crescente D=decrescente, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-sentido
           if esc-key
              go recebeLeiaute
           end-if
           if not ws-sentido-ok
              move "Informe C ou D"        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeLeiaute-sentido
           end-if
           .
       recebeLeiaute-layout.
           initialize ws-mens
           move "Layout: D=delimitado F=posicoes fixas, ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-layout
           if esc-key
              go recebeLeiaute-sentido
           end-if
           if not ws-layout-delimitado and not ws-layout-fixo
              move "Informe D ou F"        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeLeiaute-layout
           end-if
           if ws-layout-fixo
              move space                   to ws-delimitador
              display acc-delimitador
              go recebeLeiaute-cabecalho
           end-if
           .
       recebeLeiaute-delimitador.
           initialize ws-mens
           move "Delimitador dos campos (ex.: ; , |), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-delimitador
           if esc-key
              go recebeLeiaute-layout
           end-if
           if ws-delimitador = space
              move "Delimitador nao informado"
                                           to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeLeiaute-delimitador
           end-if
           .
       recebeLeiaute-cabecalho.
           initialize ws-mens
           move "Grava linha de cabecalho? (S/N), ESC=Voltar"
                                           to ws-mens
           display tela1-lin23
           accept acc-cabecalho
           if esc-key
              if ws-layout-fixo
                 go recebeLeiaute-layout
              end-if
              go recebeLeiaute-delimitador
           end-if
           if not ws-cabecalho-ok
              move "Informe S ou N"        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeLeiaute-cabecalho
           end-if
           .
       recebeLeiaute-trailer.
           initialize ws-mens
           initialize ws-mens
           string "Grava trailer com contagem e totais? (S/N), "
                  "ESC=Voltar"
                                            into ws-mens
           end-string
           display tela1-lin23
           accept acc-trailer
           if esc-key
              go recebeLeiaute-cabecalho
           end-if
           if not ws-trailer-ok
              move "Informe S ou N"        to ws-mens
              display tela1-lin23

              accept ws-opc at 2378
              go recebeLeiaute-trailer
           end-if
           .
       recebeLeiaute-Fim.
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
           initialize ws-arq-extratos
           string ws-dir-dados delimited by space
                  "/extratos" delimited by size
                                         into ws-arq-extratos
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
      *---------------------------------------------------------------*
           close extratos
           stop run.
