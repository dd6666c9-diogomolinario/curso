       IDENTIFICATION DIVISION.
       PROGRAM-ID. kardex.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Kardex (ficha de estoque) por codigo do cadastro
      *    "arquivo", tirado do razao de estoque "movestoque" que
      *    estoque.cbl, inicio.cbl (inclusao e carga), fusao.cbl e
      *    rejeitos.cbl alimentam. Para cada codigo da faixa
      *    KARDEXCODDE-KARDEXCODATE o relatorio kardex.txt imprime
      *    o saldo anterior ao periodo KARDEXDTDE-KARDEXDTATE (soma
      *    de todos os movimentos antes do inicio), cada movimento
      *    do periodo com o saldo corrente, e o saldo final. Se o
      *    saldo do razao inteiro nao bate com arq-quantidade, sai
      *    uma linha de DIVERGENCIA - a quantidade so muda por
      *    movimento, entao diferenca e registro mexido por fora.
      *    No fim, o saldo final dos registros nao excluidos
      *    somado por categoria + situacao, na mesma quebra de
      *    fechames.cbl: rodado com KARDEXDTATE no dia do
      *    fechamento, a coluna SALDO explica o QTE de
      *    fechames.txt. Sem datas, o periodo e do dia 1 do mes
      *    corrente ate hoje.
      *    KARDEXMODO = IMPLANTA grava antes, para cada codigo com
      *    quantidade e sem nenhum movimento (cadastro anterior ao
      *    razao), um movimento de implantacao (tipo I, documento
      *    IMPLANTACAO) com o saldo atual - roda-se uma vez, na
      *    entrada do razao; rodar de novo nao duplica nada.
      *    Roda sozinho no batch, como fechames.cbl.
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
                  record key           is arq-chave.
           select movestoque    ASSIGN using ws-arq-movestoque
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is mve-chave.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select kardex-rpt    ASSIGN using ws-arq-kardex-rpt
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

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

           fd kardex-rpt.
           01 rpt-linha                pic x(132).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-movestoque            pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-kardex-rpt            pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-aud-usuario               pic x(020)  value spaces.

       01 ws-prm-nome                  pic x(012)  value spaces.
       01 ws-prm-valor                 pic x(050)  value spaces.
       01 ws-prm-achou                 pic x(001)  value "N".
          88 ws-prm-achou-sim          value "S".
       01 ws-modo                      pic x(010)  value "RELATORIO".
          88 ws-modo-relatorio         value "RELATORIO".
          88 ws-modo-implanta          value "IMPLANTA".
       01 ws-codigo-de                 pic 9(005)  value zeros.
       01 ws-codigo-ate                pic 9(005)  value 99999.
       01 ws-data-de                   pic 9(008)  value zeros.
       01 ws-data-ate                  pic 9(008)  value zeros.
       01 ws-data-fmt                  pic x(010)  value spaces.
       01 ws-data-aux                  pic 9(008)  value zeros.

       01 ws-saldo-anterior            pic s9(007) value zeros.
       01 ws-saldo-corrente            pic s9(007) value zeros.
       01 ws-saldo-posterior           pic s9(007) value zeros.
       01 ws-saldo-razao               pic s9(007) value zeros.
       01 ws-qtde-movtos               pic 9(007)  value zeros.
       01 ws-qtde-periodo              pic 9(007)  value zeros.
       01 ws-saldo-ed                  pic -(006)9.
       01 ws-cadastro-ed               pic z(004)9.
       01 ws-entrada-ed                pic z(004)9.
       01 ws-saida-ed                  pic z(004)9.
       01 ws-valor-unit-ed             pic z(008)9,99.

       01 tb-kdx-max                   pic 9(003)  value zeros.
       01 tb-kdx-tab.
          02 tb-kdx occurs 1 to 500 times
                   depending on tb-kdx-max
                   indexed by tb-kdx-idx.
             03 tb-kdx-categoria       pic 9(003).
             03 tb-kdx-situacao        pic x(001).
             03 tb-kdx-qtde-reg        pic 9(007).
             03 tb-kdx-saldo           pic s9(009).
             03 tb-kdx-cadastro        pic 9(009).
       01 ws-kdx-achou                 pic x(001)  value "N".
       01 ws-kdx-estouro               pic 9(007)  value zeros.
       01 ind1                         pic 9(003)  value zeros.
       01 ind2                         pic 9(003)  value zeros.
       01 ws-kdx-saldo-ed              pic -(009)9.
       01 ws-kdx-cad-ed                pic z(009)9.

       01 ws-total-lidos               pic 9(007)  value zeros.
       01 ws-total-impressos           pic 9(007)  value zeros.
       01 ws-total-movtos              pic 9(007)  value zeros.
       01 ws-total-divergentes         pic 9(007)  value zeros.
       01 ws-total-implantados         pic 9(007)  value zeros.
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
           accept ws-aud-usuario   from environment "LOGNAME"
           if ws-aud-usuario = spaces
              move "DESCONHECIDO"          to ws-aud-usuario
           end-if
           perform 100-leParametro
              thru 100-leParametro-fim
           perform 110-abreArquivos
              thru 110-abreArquivos-fim
           if ws-modo-implanta
              perform 200-implanta
                 thru 200-implanta-fim
           end-if
           perform 300-kardex
              thru 300-kardex-fim
           perform 500-imprimeResumoCategoria
              thru 500-imprimeResumoCategoria-fim
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           go to 999-fim.
      *---------------------------------------------------------------*
      *    Parametros do arquivo central (parametro.cbl); todos sao
      *    opcionais - sem nenhum o kardex sai para todos os codigos,
      *    do dia 1 do mes ate hoje.
      *---------------------------------------------------------------*
       100-leParametro.
           open input parametros
           if ws-status = "00"
              move "KARDEXMODO"            to ws-prm-nome
              perform 105-lePar
                 thru 105-lePar-fim
              if ws-prm-achou-sim and ws-prm-valor not = spaces
                 move ws-prm-valor(1:10)   to ws-modo
              end-if
              move "KARDEXCODDE"           to ws-prm-nome
              perform 105-lePar
                 thru 105-lePar-fim
              if ws-prm-achou-sim and ws-prm-valor(1:9) numeric
                 move ws-prm-valor(5:5)    to ws-codigo-de
              end-if
              move "KARDEXCODATE"          to ws-prm-nome
              perform 105-lePar
                 thru 105-lePar-fim
              if ws-prm-achou-sim and ws-prm-valor(1:9) numeric
                 move ws-prm-valor(5:5)    to ws-codigo-ate
              end-if
              move "KARDEXDTDE"            to ws-prm-nome
              perform 105-lePar
                 thru 105-lePar-fim
              if ws-prm-achou-sim and ws-prm-valor(1:8) numeric
                 move ws-prm-valor(1:8)    to ws-data-de
              end-if
              move "KARDEXDTATE"           to ws-prm-nome
              perform 105-lePar
                 thru 105-lePar-fim
              if ws-prm-achou-sim and ws-prm-valor(1:8) numeric
                 move ws-prm-valor(1:8)    to ws-data-ate
              end-if
              close parametros
           end-if
           if not ws-modo-relatorio and not ws-modo-implanta
              display "KARDEX: modo invalido em KARDEXMODO: "
                      ws-modo " - assumido RELATORIO"
              move "RELATORIO"             to ws-modo
           end-if
           if ws-codigo-ate = 0
              move 99999                   to ws-codigo-ate
           end-if
           if ws-data-ate = 0
              move ws-data-exec            to ws-data-ate
           end-if
           if ws-data-de = 0
              move ws-data-ate             to ws-data-de
              move "01"                    to ws-data-de(7:2)
           end-if
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
       110-abreArquivos.
           open input arquivo
           if ws-status <> "00"
              display "KARDEX: erro de abertura no arq {ARQUIVO}, "
                      "FS: (" ws-status ") - encerrando"
              go to 999-fim
           end-if
           open i-o movestoque
           if ws-status = "35"
              open output movestoque
              close movestoque
              open i-o movestoque
           end-if
           if ws-status <> "00" and "05"
              display "KARDEX: erro de abertura no arq {MOVESTOQUE}, "
                      "FS: (" ws-status ") - encerrando"
              go to 999-fim
           end-if
           open output kardex-rpt
           if ws-status <> "00"
              display "KARDEX: erro de abertura no arq "
                      "{KARDEX.TXT}, FS: (" ws-status
                      ") - encerrando"
              go to 999-fim
           end-if
           initialize rpt-linha
           string "KARDEX DE ESTOQUE - emitido em "
                  ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "CODIGOS " ws-codigo-de " A " ws-codigo-ate
                  " - PERIODO " ws-data-de(7:2) "/" ws-data-de(5:2)
                  "/" ws-data-de(1:4) " A " ws-data-ate(7:2) "/"
                  ws-data-ate(5:2) "/" ws-data-ate(1:4)
                  " - MODO " ws-modo
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           .
       110-abreArquivos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Implantacao do saldo inicial no razao: codigo da faixa
      *    com quantidade e sem NENHUM movimento recebe um movimento
      *    tipo I com o saldo atual, datado de hoje. Codigo que ja
      *    tem movimento fica como esta - a implantacao e idempotente.
      *---------------------------------------------------------------*
       200-implanta.
           initialize arq-registro
           move ws-codigo-de               to arq-codigo
           start arquivo key not < arq-chave
           if ws-status <> "00"
              go to 200-implanta-fim
           end-if
           perform until exit
              read arquivo next record
              if ws-status <> "00"
                 exit perform
              end-if
              if arq-codigo > ws-codigo-ate
                 exit perform
              end-if
              if arq-quantidade = 0
                 exit perform cycle
              end-if
              perform 210-temMovimento
                 thru 210-temMovimento-fim
              if ws-qtde-movtos = 0
                 perform 220-gravaImplantacao
                    thru 220-gravaImplantacao-fim
              end-if
           end-perform
           .
       200-implanta-fim.
           exit.
      *---------------------------------------------------------------*
       210-temMovimento.
           move zeros                      to ws-qtde-movtos
           initialize mve-registro
           move arq-codigo                 to mve-codigo
           move zeros                      to mve-data
                                              mve-hora
           start movestoque key not < mve-chave
           if ws-status <> "00"
              go to 210-temMovimento-fim
           end-if
           read movestoque next record
           if ws-status = "00" and mve-codigo = arq-codigo
              move 1                       to ws-qtde-movtos
           end-if
           .
       210-temMovimento-fim.
           exit.
      *---------------------------------------------------------------*
       220-gravaImplantacao.
           accept ws-hora-exec             from time
           initialize mve-registro
           move arq-codigo                 to mve-codigo
           move ws-data-exec               to mve-data
           move ws-hora-exec               to mve-hora
           move "I"                        to mve-tipo
           move arq-quantidade             to mve-entrada
           move zeros                      to mve-saida
                                              mve-valor-unit
           move "IMPLANTACAO"              to mve-documento
           move ws-aud-usuario             to mve-usuario
           move "KARDEX"                   to mve-origem
           move arq-quantidade             to mve-saldo
       220-gravaImplantacao-tenta.
           write mve-registro
           if ws-status = "22"
              if mve-hora < 99999999
                 add 1                     to mve-hora
                 go to 220-gravaImplantacao-tenta
              end-if
           end-if
           if ws-status = "00" or "02"
              add 1                        to ws-total-implantados
           else
              initialize rpt-linha
              string "ERRO NA IMPLANTACAO codigo=" arq-codigo
                     " FS=(" ws-status ")" into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       220-gravaImplantacao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Passada pelos codigos da faixa; para cada um, uma
      *    passada pelos seus movimentos em ordem de data e hora
      *    (a propria chave de movestoque).
      *---------------------------------------------------------------*
       300-kardex.
           initialize arq-registro
           move ws-codigo-de               to arq-codigo
           start arquivo key not < arq-chave
           if ws-status <> "00"
              go to 300-kardex-fim
           end-if
           perform until exit
              read arquivo next record
              if ws-status <> "00"
                 exit perform
              end-if
              if arq-codigo > ws-codigo-ate
                 exit perform
              end-if
              add 1                        to ws-total-lidos
              perform 310-fichaCodigo
                 thru 310-fichaCodigo-fim
           end-perform
           .
       300-kardex-fim.
           exit.
      *---------------------------------------------------------------*
      *    Ficha de um codigo. O saldo anterior soma os movimentos
      *    de antes do periodo; os de depois do periodo so entram
      *    no saldo do razao inteiro, que e o que se compara com
      *    arq-quantidade. Codigo sem movimento e sem quantidade
      *    nao sai na ficha.
      *---------------------------------------------------------------*
       310-fichaCodigo.
           move zeros                      to ws-saldo-anterior
                                              ws-saldo-corrente
                                              ws-saldo-posterior
                                              ws-qtde-movtos
                                              ws-qtde-periodo
           perform 320-somaAnterior
              thru 320-somaAnterior-fim
           if ws-qtde-movtos = 0 and arq-quantidade = 0
              go to 310-fichaCodigo-fim
           end-if
           add 1                           to ws-total-impressos
           initialize rpt-linha
           string "CODIGO " arq-codigo " " arq-descricao
                  "  CAT " arq-categoria
                  "  SIT " arq-situacao
                                           into rpt-linha
           end-string
           if arq-excluido-sim
              move "(EXCLUIDO)"            to rpt-linha(50:10)
           end-if
           write rpt-linha
           move ws-data-de                 to ws-data-aux
           perform 390-formataData
              thru 390-formataData-fim
           move ws-saldo-anterior          to ws-saldo-ed
           initialize rpt-linha
           string "   SALDO ANTERIOR A " ws-data-fmt
                  "                                   " ws-saldo-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "   DATA       HORA     T DOCUMENTO    "
                  "ENTR.   SAIDA     VLR UNIT   SALDO"
                  " USUARIO  ORIGEM"
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-saldo-anterior          to ws-saldo-corrente
           perform 330-periodo
              thru 330-periodo-fim
           move ws-data-ate                to ws-data-aux
           perform 390-formataData
              thru 390-formataData-fim
           move ws-saldo-corrente          to ws-saldo-ed
           move arq-quantidade             to ws-cadastro-ed
           initialize rpt-linha
           string "   SALDO FINAL EM " ws-data-fmt
                  " (" ws-qtde-periodo " movimentos no periodo)"
                  "     " ws-saldo-ed
                  "   CADASTRO " ws-cadastro-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           compute ws-saldo-razao =
                   ws-saldo-corrente + ws-saldo-posterior
           if ws-saldo-razao not = arq-quantidade
              add 1                        to ws-total-divergentes
              move ws-saldo-razao          to ws-saldo-ed
              initialize rpt-linha
              string "   *** DIVERGENCIA: saldo do razao "
                     ws-saldo-ed
                     " difere de arq-quantidade " ws-cadastro-ed
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           move spaces                     to rpt-linha
           write rpt-linha
           if not arq-excluido-sim
              perform 410-acumulaCombo
                 thru 410-acumulaCombo-fim
           end-if
           .
       310-fichaCodigo-fim.
           exit.
      *---------------------------------------------------------------*
      *    Primeira passada pelos movimentos do codigo: saldo
      *    anterior ao periodo, saldo posterior e total de
      *    movimentos (para decidir se o codigo sai na ficha).
      *---------------------------------------------------------------*
       320-somaAnterior.
           initialize mve-registro
           move arq-codigo                 to mve-codigo
           move zeros                      to mve-data
                                              mve-hora
           start movestoque key not < mve-chave
           if ws-status <> "00"
              go to 320-somaAnterior-fim
           end-if
           perform until exit
              read movestoque next record
              if ws-status <> "00"
                 exit perform
              end-if
              if mve-codigo not = arq-codigo
                 exit perform
              end-if
              add 1                        to ws-qtde-movtos
              evaluate true
              when mve-data < ws-data-de
                 add mve-entrada           to ws-saldo-anterior
                 subtract mve-saida      from ws-saldo-anterior
              when mve-data > ws-data-ate
                 add mve-entrada           to ws-saldo-posterior
                 subtract mve-saida      from ws-saldo-posterior
              end-evaluate
           end-perform
           .
       320-somaAnterior-fim.
           exit.
      *---------------------------------------------------------------*
      *    Segunda passada: so os movimentos do periodo, com o
      *    saldo corrente ao lado de cada um.
      *---------------------------------------------------------------*
       330-periodo.
           initialize mve-registro
           move arq-codigo                 to mve-codigo
           move ws-data-de                 to mve-data
           move zeros                      to mve-hora
           start movestoque key not < mve-chave
           if ws-status <> "00"
              go to 330-periodo-fim
           end-if
           perform until exit
              read movestoque next record
              if ws-status <> "00"
                 exit perform
              end-if
              if mve-codigo not = arq-codigo or
                 mve-data > ws-data-ate
                 exit perform
              end-if
              add 1                        to ws-qtde-periodo
              add 1                        to ws-total-movtos
              add mve-entrada              to ws-saldo-corrente
              subtract mve-saida         from ws-saldo-corrente
              perform 340-imprimeMovimento
                 thru 340-imprimeMovimento-fim
           end-perform
           .
       330-periodo-fim.
           exit.
      *---------------------------------------------------------------*
       340-imprimeMovimento.
           move mve-data                   to ws-data-aux
           perform 390-formataData
              thru 390-formataData-fim
           move mve-entrada                to ws-entrada-ed
           move mve-saida                  to ws-saida-ed
           move mve-valor-unit             to ws-valor-unit-ed
           move ws-saldo-corrente          to ws-saldo-ed
           initialize rpt-linha
           string "   " ws-data-fmt " " mve-hora(1:2) ":"
                  mve-hora(3:2) ":" mve-hora(5:2) " "
                  mve-tipo " " mve-documento " "
                  ws-entrada-ed "   " ws-saida-ed " "
                  ws-valor-unit-ed " " ws-saldo-ed " "
                  mve-usuario " " mve-origem
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       340-imprimeMovimento-fim.
           exit.
      *---------------------------------------------------------------*
       390-formataData.
           initialize ws-data-fmt
           string ws-data-aux(7:2) "/" ws-data-aux(5:2) "/"
                  ws-data-aux(1:4)         into ws-data-fmt
           end-string
           .
       390-formataData-fim.
           exit.
      *---------------------------------------------------------------*
      *    Soma por categoria + situacao, tabela em ordem de chave
      *    como 210-acumulaCombo de fechames.cbl.
      *---------------------------------------------------------------*
       410-acumulaCombo.
           move "N"                        to ws-kdx-achou
           perform varying ind1 from 1 by 1
                     until ind1 > tb-kdx-max or ws-kdx-achou = "S"
              if tb-kdx-categoria(ind1) = arq-categoria and
                 tb-kdx-situacao(ind1) = arq-situacao
                 add 1                     to tb-kdx-qtde-reg(ind1)
                 add ws-saldo-corrente     to tb-kdx-saldo(ind1)
                 add arq-quantidade        to tb-kdx-cadastro(ind1)
                 move "S"                  to ws-kdx-achou
              else
                 if tb-kdx-categoria(ind1) > arq-categoria or
                    (tb-kdx-categoria(ind1) = arq-categoria and
                     tb-kdx-situacao(ind1) > arq-situacao)
                    perform 415-insereCombo
                       thru 415-insereCombo-fim
                    move "S"               to ws-kdx-achou
                 end-if
              end-if
           end-perform
           if ws-kdx-achou = "N"
              if tb-kdx-max < 500
                 add 1                     to tb-kdx-max
                 move tb-kdx-max           to ind1
                 perform 416-iniciaCombo
                    thru 416-iniciaCombo-fim
              else
                 add 1                     to ws-kdx-estouro
              end-if
           end-if
           .
       410-acumulaCombo-fim.
           exit.
      *---------------------------------------------------------------*
       415-insereCombo.
           if tb-kdx-max >= 500
              add 1                        to ws-kdx-estouro
              go to 415-insereCombo-fim
           end-if
           add 1                           to tb-kdx-max
           perform varying ind2 from tb-kdx-max by -1
                     until ind2 = ind1
              move tb-kdx-categoria(ind2 - 1)
                                           to tb-kdx-categoria(ind2)
              move tb-kdx-situacao(ind2 - 1)
                                           to tb-kdx-situacao(ind2)
              move tb-kdx-qtde-reg(ind2 - 1)
                                           to tb-kdx-qtde-reg(ind2)
              move tb-kdx-saldo(ind2 - 1)  to tb-kdx-saldo(ind2)
              move tb-kdx-cadastro(ind2 - 1)
                                           to tb-kdx-cadastro(ind2)
           end-perform
           perform 416-iniciaCombo
              thru 416-iniciaCombo-fim
           .
       415-insereCombo-fim.
           exit.
      *---------------------------------------------------------------*
       416-iniciaCombo.
           move arq-categoria              to tb-kdx-categoria(ind1)
           move arq-situacao               to tb-kdx-situacao(ind1)
           move 1                          to tb-kdx-qtde-reg(ind1)
           move ws-saldo-corrente          to tb-kdx-saldo(ind1)
           move arq-quantidade             to tb-kdx-cadastro(ind1)
           .
       416-iniciaCombo-fim.
           exit.
      *---------------------------------------------------------------*
      *    Saldo final do periodo por categoria + situacao (so
      *    registros nao excluidos, como fechames.cbl), ao lado da
      *    quantidade atual do cadastro.
      *---------------------------------------------------------------*
       500-imprimeResumoCategoria.
           initialize rpt-linha
           string "SALDO DE ESTOQUE POR CATEGORIA E SITUACAO EM "
                  ws-data-ate(7:2) "/" ws-data-ate(5:2) "/"
                  ws-data-ate(1:4)
                  " (nao excluidos - confere com QTE de fechames.txt)"
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "CAT SIT   REGISTROS       SALDO   CADASTRO HOJE"
                                           into rpt-linha
           end-string
           write rpt-linha
           perform varying ind1 from 1 by 1
                     until ind1 > tb-kdx-max
              move tb-kdx-saldo(ind1)      to ws-kdx-saldo-ed
              move tb-kdx-cadastro(ind1)   to ws-kdx-cad-ed
              initialize rpt-linha
              string tb-kdx-categoria(ind1) "  "
                     tb-kdx-situacao(ind1) "    "
                     tb-kdx-qtde-reg(ind1) " "
                     ws-kdx-saldo-ed " "
                     ws-kdx-cad-ed         into rpt-linha
              end-string
              write rpt-linha
           end-perform
           if ws-kdx-estouro > 0
              initialize rpt-linha
              string "TABELA CHEIA (500 combinacoes) - "
                     ws-kdx-estouro
                     " registros fora do resumo"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           move spaces                     to rpt-linha
           write rpt-linha
           .
       500-imprimeResumoCategoria-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           initialize rpt-linha
           string "CODIGOS LIDOS..........: " ws-total-lidos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "FICHAS IMPRESSAS.......: " ws-total-impressos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "MOVIMENTOS NO PERIODO..: " ws-total-movtos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "DIVERGENCIAS...........: " ws-total-divergentes
                                           into rpt-linha
           end-string
           write rpt-linha
           if ws-modo-implanta
              initialize rpt-linha
              string "SALDOS IMPLANTADOS.....: "
                     ws-total-implantados  into rpt-linha
              end-string
              write rpt-linha
           end-if
           display "KARDEX: " ws-total-impressos " fichas, "
                   ws-total-movtos " movimentos, "
                   ws-total-divergentes " divergencias"
           if ws-modo-implanta
              display "KARDEX: " ws-total-implantados
                      " saldos implantados"
           end-if
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
           initialize ws-arq-movestoque
           string ws-dir-dados delimited by space
                  "/movestoque" delimited by size
                                         into ws-arq-movestoque
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-kardex-rpt
           string ws-dir-dados delimited by space
                  "/kardex.txt" delimited by size
                                         into ws-arq-kardex-rpt
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close arquivo
           close movestoque
           close kardex-rpt
           stop run.
