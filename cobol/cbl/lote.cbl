      *    nos arquivos de trilha do periodo corrente
      *    (auditoria-AAAAMM.log / retencao-AAAAMM.log), para a
      *    trilha continuar completa. Relatorio em lote.txt.
      *    Cada rodada EFETIVA ganha um numero de execucao (LT +
      *    data + hora do inicio, 18 posicoes) carimbado nas versoes,
      *    nas linhas de auditoria e no jornal que ela gera; e por
      *    ele que desfaz.cbl devolve a rodada inteira de uma vez.
      *---------------------------------------------------------------*
       environment division.
       input-output section.
              02 ver-categoria         pic 9(003).
              02 ver-valor             pic 9(009)v99.
              02 ver-quantidade        pic 9(005).
              02 ver-execucao          pic x(018).

           fd parametros.
           01 prm-registro.
           01 rpt-linha                pic x(132).

           fd audit-log.
           01 audit-registro           pic x(250).

           fd retencao-log.
           01 retencao-registro        pic x(080).

           fd arq-jornal.
           01 jor-registro             pic x(150).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-execucao                  pic x(018)  value spaces.

       01 ws-modo                      pic x(008)  value spaces.
          88 ws-modo-previa            value "PREVIA".
           end-if
           accept ws-data-exec             from date yyyymmdd
           accept ws-hora-exec             from time
           initialize ws-execucao
           string "LT" ws-data-exec ws-hora-exec delimited by size
                                           into ws-execucao
           end-string
           accept ws-aud-usuario   from environment "LOGNAME"
           if ws-aud-usuario = spaces
              move "DESCONHECIDO"          to ws-aud-usuario
                                           into rpt-linha
           end-string
           write rpt-linha
           if ws-modo-efetiva
              initialize rpt-linha
              string "EXECUCAO " ws-execucao
                     " (para desfazer: DESFAZEXEC)"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           move spaces                     to rpt-linha
           write rpt-linha
           .
      *    Linha de auditoria identica, byte a byte, ao formato de
      *    700-audita-grava em inicio.cbl (todos os campos de largura
      *    fixa), para a consulta de auditoria em tela e os
      *    relatorios continuarem lendo a trilha inteira; o numero
      *    de execucao vai no fim, depois de todos os campos.
      *---------------------------------------------------------------*
       400-audita.
           accept ws-data-exec from date yyyymmdd
                  " data-antes=" ws-aud-antes-dtTeste
                  " descr-depois=[" ws-aud-depois-descricao "]"
                  " data-depois=" ws-aud-depois-dtTeste
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
      *    Linha do jornal de recuperacao para frente, identica a de
      *    710-jornal em inicio.cbl (imagens de antes e de depois em
      *    posicoes fixas), para recupera.cbl reaplicar tambem as
      *    regravacoes em massa sobre o backup do copiarq. O numero
      *    de execucao ocupa as colunas 131-148, fora das posicoes
      *    que recupera.cbl e balanco.cbl leem.
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
           display "LOTE " ws-modo ": " ws-total-selecionados
                   " selecionados, " ws-total-aplicados
                   " aplicados, " ws-total-erros " erros"
           if ws-modo-efetiva
              display "LOTE: execucao " ws-execucao
           end-if
           .
       900-imprimeResumo-fim.
           exit.
