      *    (para fimdia.cbl mostrar o volume na manha seguinte), a
      *    imagem anterior em "versoes" e a linha do jornal de
      *    recuperacao, como a manutencao em massa de lote.cbl.
      *    Como no lote, a rodada ganha um numero de execucao (RJ +
      *    data + hora do inicio) carimbado nas versoes, na auditoria
      *    e no jornal, para desfaz.cbl devolver o reajuste inteiro.
      *---------------------------------------------------------------*
       environment division.
       configuration section.
              02 ver-categoria         pic 9(003).
              02 ver-valor             pic 9(009)v99.
              02 ver-quantidade        pic 9(005).
              02 ver-execucao          pic x(018).

           fd reaj-par.
           01 par-registro.
           01 rpt-linha                pic x(132).

           fd audit-log.
           01 audit-registro           pic x(250).

           fd arq-jornal.
           01 jor-registro             pic x(150).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-execucao                  pic x(018)  value spaces.

       01 tb-reaj-max                  pic 9(002)  value zeros.
       01 tb-reaj-tab.
           end-if
           accept ws-data-exec             from date yyyymmdd
           accept ws-hora-exec             from time
           initialize ws-execucao
           string "RJ" ws-data-exec ws-hora-exec delimited by size
                                           into ws-execucao
           end-string
           accept ws-aud-usuario   from environment "LOGNAME"
           if ws-aud-usuario = spaces
              move "DESCONHECIDO"          to ws-aud-usuario
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "EXECUCAO " ws-execucao
                  " (para desfazer: DESFAZEXEC)"
                                           into rpt-linha
           end-string
           write rpt-linha
           perform varying ws-reaj-idx from 1 by 1
                     until ws-reaj-idx > tb-reaj-max
              move tb-reaj-pct(ws-reaj-idx) to ws-pct-ed
      *    Linha de auditoria identica, byte a byte, ao formato de
      *    700-audita-grava em inicio.cbl; descricao e data nao
      *    mudam num reajuste, entao antes e depois saem iguais (a
      *    mudanca de valor fica no relatorio e nas versoes). O
      *    numero de execucao vai no fim, depois de todos os campos.
      *---------------------------------------------------------------*
       400-audita.
           accept ws-data-exec from date yyyymmdd
                  " data-antes=" ws-aud-antes-dtTeste
                  " descr-depois=[" ws-aud-antes-descricao "]"
                  " data-depois=" ws-aud-antes-dtTeste
                  " execucao=" ws-execucao
                                           into audit-registro
           end-string
           write audit-registro
           move ws-ant-categoria           to ver-categoria
           move ws-ant-valor               to ver-valor
           move ws-ant-quantidade          to ver-quantidade
           move ws-execucao                to ver-execucao
       420-versiona-tenta.
           write ver-registro
           if ws-status = "22"
           exit.
      *---------------------------------------------------------------*
      *    Linha do jornal de recuperacao para frente, identica a de
      *    710-jornal em inicio.cbl, com o numero de execucao nas
      *    colunas 131-148 como em lote.cbl.
      *---------------------------------------------------------------*
       430-jornal.
           accept ws-data-exec from date yyyymmdd
           string ws-data-exec "-" ws-hora-exec
                  " " ws-jor-operacao
                  " " ws-jor-antes
                  " " ws-jor-depois
                  " " ws-execucao          into jor-registro
           end-string
           write jor-registro
           .
           write rpt-linha
           display "REAJUSTA: " ws-total-reajustados
                   " registros reajustados, " ws-total-erros
                   " com erro - execucao " ws-execucao
           .
       900-imprimeResumo-fim.
           exit.
