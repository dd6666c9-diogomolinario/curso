      *                   so um registro a cada N (0 ou 1 = todos)
      *      REFRESCAESC  numero 0-999: percentual aplicado sobre
      *                   arq-valor no refresco (0 = mantem)
      *      KARDEXMODO   RELATORIO ou IMPLANTA   (kardex.cbl)
      *      KARDEXCODDE  numero 0-99999          (kardex.cbl)
      *      KARDEXCODATE numero 0-99999          (kardex.cbl)
      *      KARDEXDTDE   data ou zeros (= dia 1 do mes corrente)
      *      KARDEXDTATE  data ou zeros (= hoje)  (kardex.cbl)
      *      FICHACODIGO  numero 0-99999: codigo da ficha.cbl
      *                   (zeros = lista de ficha.par)
      *      INTEGRADIASP numero 1-9999: idade em dias de um "P"
      *                   para integra.cbl
      *      INTEGRALIMIT numero 0-9999999: problemas tolerados pela
      *                   integra.cbl antes do retorno de falha
      *      NOTURNOESPER numero 0-240: minutos que o noturno.cbl
      *                   espera as sessoes on-line fecharem
      *      MOVACKDIAS   numero 1-999: dias sem ACK do receptor
      *                   ate a sequencia entrar nas pendencias de
      *                   movack.cbl
      *      MOVREENVSEQ  numero 0-99999: sequencia do feed de saida
      *                   a reemitir por movreenv.cbl
      *      RELGERACOES  numero 1-999: geracoes datadas de cada
      *                   relatorio guardadas por guardarel.cbl
      *      ABCCORTEA    numero 1-99: percentual acumulado do valor
      *                   que fecha a faixa A da curvaabc.cbl
      *      ABCCORTEB    numero 2-100: idem, faixa B (maior que A)
      *      DESFAZEXEC   texto ate 18: numero de execucao de lote,
      *                   reajusta ou fusao a desfazer (desfaz.cbl)
      *      DESFAZMODO   PREVIA ou EFETIVA       (desfaz.cbl)
      *      DERIVAMODO   RELATORIO ou ALINHA: no TEST, ALINHA traz
      *                   os parametros de deriva.par para o valor
      *                   da producao (deriva.cbl)
      *      EXTRATONOME  texto ate 12: definicao de extratos.cbl
      *                   gerada pelo extrai.cbl avulso
      *    Numeros sao guardados com zeros a esquerda (9 posicoes) e
      *    datas com 8, para os programas lerem por posicao fixa.
      *    Identificacao do operador contra o arquivo de usuarios,
      *    texto livre).
       01 tb-regras-max                pic 9(002)  value zeros.
       01 tb-regras-tab.
          02 tb-regras occurs 99.
             03 tbr-nome               pic x(012).
             03 tbr-tipo               pic x(001).
             03 tbr-min                pic 9(009).
           move "N"           to tbr-tipo(tb-regras-max)
           move zeros         to tbr-min(tb-regras-max)
           move 999           to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "KARDEXMODO"  to tbr-nome(tb-regras-max)
           move "X"           to tbr-tipo(tb-regras-max)
           move "RELATORIO/IMPLANTA"
                              to tbr-dominio(tb-regras-max)
           add 1 to tb-regras-max
           move "KARDEXCODDE" to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move zeros         to tbr-min(tb-regras-max)
           move 99999         to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "KARDEXCODATE" to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move zeros         to tbr-min(tb-regras-max)
           move 99999         to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "KARDEXDTDE"  to tbr-nome(tb-regras-max)
           move "D"           to tbr-tipo(tb-regras-max)
           add 1 to tb-regras-max
           move "KARDEXDTATE" to tbr-nome(tb-regras-max)
           move "D"           to tbr-tipo(tb-regras-max)
           add 1 to tb-regras-max
           move "FICHACODIGO" to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move zeros         to tbr-min(tb-regras-max)
           move 99999         to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "INTEGRADIASP" to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move 1             to tbr-min(tb-regras-max)
           move 9999          to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "INTEGRALIMIT" to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move zeros         to tbr-min(tb-regras-max)
           move 9999999       to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "NOTURNOESPER" to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move zeros         to tbr-min(tb-regras-max)
           move 240           to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "MOVACKDIAS"  to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move 1             to tbr-min(tb-regras-max)
           move 999           to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "MOVREENVSEQ" to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move zeros         to tbr-min(tb-regras-max)
           move 99999         to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "RELGERACOES" to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move 1             to tbr-min(tb-regras-max)
           move 999           to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "ABCCORTEA"   to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move 1             to tbr-min(tb-regras-max)
           move 99            to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "ABCCORTEB"   to tbr-nome(tb-regras-max)
           move "N"           to tbr-tipo(tb-regras-max)
           move 2             to tbr-min(tb-regras-max)
           move 100           to tbr-max(tb-regras-max)
           add 1 to tb-regras-max
           move "DESFAZEXEC"  to tbr-nome(tb-regras-max)
           move "X"           to tbr-tipo(tb-regras-max)
           move spaces        to tbr-dominio(tb-regras-max)
           add 1 to tb-regras-max
           move "DESFAZMODO"  to tbr-nome(tb-regras-max)
           move "X"           to tbr-tipo(tb-regras-max)
           move "PREVIA/EFETIVA" to tbr-dominio(tb-regras-max)
           add 1 to tb-regras-max
           move "DERIVAMODO"  to tbr-nome(tb-regras-max)
           move "X"           to tbr-tipo(tb-regras-max)
           move "RELATORIO/ALINHA" to tbr-dominio(tb-regras-max)
           add 1 to tb-regras-max
           move "EXTRATONOME" to tbr-nome(tb-regras-max)
           move "X"           to tbr-tipo(tb-regras-max)
           move spaces        to tbr-dominio(tb-regras-max)
           .
       012-regra-fim.
           exit.
