       IDENTIFICATION DIVISION.
       PROGRAM-ID. atrasos.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Relatorio noturno das tarefas VENCIDAS (atrasos.txt) para
      *    os supervisores: toda tarefa ainda aberta no arquivo
      *    "tarefas" (tarefa.cbl) com vencimento anterior a data da
      *    execucao, agrupada por operador responsavel (chave
      *    alternativa operador + vencimento, as mais atrasadas
      *    primeiro), com o codigo do cadastro e sua descricao, os
      *    dias de atraso e o que deve ser feito; subtotal e maior
      *    atraso por operador e total geral no fim. O cabecalho
      *    traz os destinatarios - os usuarios de perfil A nao
      *    bloqueados do arquivo de usuarios. Roda como passo
      *    ATRASOS do plano noturno e o relatorio entra no arquivo
      *    de relatorios de guardarel.cbl.
      *---------------------------------------------------------------*
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
      *---------------------------------------------------------------*
       input-output section.
       file-control.
      *---------------------------------------------------------------*
           select tarefas       ASSIGN using ws-arq-tarefas
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is tar-chave
                  alternate record key is tar-chave-oper.
           select arquivo       ASSIGN using ws-arq-arquivo
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is arq-chave.
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is usu-chave.
           select atr-rpt       ASSIGN using ws-arq-atr-rpt
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
              02 arq-situacao          pic x(001).
              02 arq-categoria         pic 9(003).
              02 arq-valor             pic 9(009)v99.
              02 arq-quantidade        pic 9(005).

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

           fd atr-rpt.
           01 rpt-linha                pic x(132).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-tarefas               pic x(064)  value spaces.
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-atr-rpt               pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

      *    contagem de dias para o atraso (mesma conta de
      *    026-calculaDias em inicio.cbl)
       01 ws-cnv-data                  pic 9(008)  value zeros.
       01 redefines ws-cnv-data.
          02 ws-cnv-ano                pic 9(004).
          02 ws-cnv-mes                pic 9(002).
          02 ws-cnv-dia                pic 9(002).
       01 ws-cnv-quartos               pic 9(004)  value zeros.
       01 ws-cnv-resto                 pic 9(002)  value zeros.
       01 ws-cnv-dias                  pic 9(007)  value zeros.
       01 tab-cumDias                  pic x(036)  value
           "000031059090120151181212243273304334".
       01 redefines tab-cumDias.
          02 tb-cumDias                pic 9(003)  occurs 12.
       01 ws-dias-hoje                 pic 9(007)  value zeros.
       01 ws-dias-atraso               pic 9(005)  value zeros.

       01 ws-oper-corrente             pic x(008)  value spaces.
       01 ws-oper-nome                 pic x(020)  value spaces.
       01 ws-cod-descricao             pic x(020)  value spaces.
       01 ws-vencto-fmt                pic x(010)  value spaces.
       01 ws-ptr                       pic 9(003)  value zeros.

       01 ws-oper-qtde                 pic 9(005)  value zeros.
       01 ws-oper-maior                pic 9(005)  value zeros.
       01 ws-total-vencidas            pic 9(007)  value zeros.
       01 ws-total-abertas             pic 9(007)  value zeros.
       01 ws-total-operadores          pic 9(005)  value zeros.
       01 ws-total-supervisores        pic 9(005)  value zeros.

       01 ws-dias-ed                   pic zzzz9.
       01 ws-qtde-ed                   pic zzzzzz9.
       01 ws-oper-ed                   pic zzzz9.
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
           move ws-data-exec               to ws-cnv-data
           perform 150-calculaDias
              thru 150-calculaDias-fim
           move ws-cnv-dias                to ws-dias-hoje
           perform 100-abreArquivos
              thru 100-abreArquivos-fim
           perform 200-destinatarios
              thru 200-destinatarios-fim
           perform 300-listaVencidas
              thru 300-listaVencidas-fim
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           go to 999-fim.
      *---------------------------------------------------------------*
      *    Sem o arquivo de tarefas (nenhuma tarefa aberta ainda) o
      *    relatorio sai assim mesmo, so com o total zerado.
      *---------------------------------------------------------------*
       100-abreArquivos.
           open input tarefas
           if ws-status <> "00" and "05" and "35"
              display "ATRASOS: erro de abertura no arq {TAREFAS}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           if ws-status = "35"
              display "ATRASOS: arquivo {TAREFAS} inexistente - "
                      "nenhuma tarefa cadastrada"
           end-if
           open input arquivo
           if ws-status <> "00" and "05"
              display "ATRASOS: erro de abertura no arq {ARQUIVO}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open input usuarios
           if ws-status <> "00" and "05"
              display "ATRASOS: erro de abertura no arq {USUARIOS}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open output atr-rpt
           if ws-status <> "00"
              display "ATRASOS: erro de abertura no arq "
                      "{ATRASOS.TXT}, FS: (" ws-status
                      ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize rpt-linha
           string "TAREFAS VENCIDAS POR OPERADOR - emitida em "
                  ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       100-abreArquivos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha dos destinatarios: usuarios de perfil A (admin /
      *    supervisor) nao bloqueados, na ordem do arquivo.
      *---------------------------------------------------------------*
       200-destinatarios.
           initialize rpt-linha
           move 1                          to ws-ptr
           string "PARA OS SUPERVISORES:"   into rpt-linha
                                           with pointer ws-ptr
           end-string
           perform until exit
              read usuarios next
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if not usu-perfil-admin or usu-bloqueado-sim
                 exit perform cycle
              end-if
              if ws-ptr > 120
                 write rpt-linha
                 initialize rpt-linha
                 move 22                   to ws-ptr
              end-if
              add 1                        to ws-total-supervisores
              string " " delimited by size
                     usu-id delimited by space
                                           into rpt-linha
                                           with pointer ws-ptr
              end-string
           end-perform
           if ws-total-supervisores = 0
              string " (nenhum usuario de perfil A ativo)"
                                           delimited by size
                                           into rpt-linha
                                           with pointer ws-ptr
              end-string
           end-if
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           .
       200-destinatarios-fim.
           exit.
      *---------------------------------------------------------------*
      *    Passada pela chave operador + vencimento: dentro de cada
      *    operador as vencidas vem antes das demais, com quebra e
      *    subtotal na troca de operador.
      *---------------------------------------------------------------*
       300-listaVencidas.
           move spaces                     to ws-oper-corrente
           initialize tar-registro
           move low-values                 to tar-chave-oper
           start tarefas key not < tar-chave-oper
           if ws-status <> "00" and "02"
              go to 300-listaVencidas-fim
           end-if
           perform until exit
              read tarefas next
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              if not tar-situacao-aberta
                 exit perform cycle
              end-if
              add 1                        to ws-total-abertas
              if tar-vencimento not < ws-data-exec
                 exit perform cycle
              end-if
              if tar-operador not = ws-oper-corrente
                 perform 320-fechaOperador
                    thru 320-fechaOperador-fim
                 perform 310-abreOperador
                    thru 310-abreOperador-fim
              end-if
              perform 330-imprimeTarefa
                 thru 330-imprimeTarefa-fim
           end-perform
           perform 320-fechaOperador
              thru 320-fechaOperador-fim
           .
       300-listaVencidas-fim.
           exit.
      *---------------------------------------------------------------*
       310-abreOperador.
           move tar-operador               to ws-oper-corrente
           move zeros                      to ws-oper-qtde
                                              ws-oper-maior
           add 1                           to ws-total-operadores
           initialize ws-oper-nome
           initialize usu-registro
           move tar-operador               to usu-id
           read usuarios
           if ws-status = "00" or "02"
              move usu-nome                to ws-oper-nome
              if usu-bloqueado-sim
                 move "(USUARIO BLOQUEADO)" to ws-oper-nome
              end-if
           else
              move "(USUARIO INEXISTENTE)" to ws-oper-nome
           end-if
           initialize rpt-linha
           string "OPERADOR: " tar-operador " - " ws-oper-nome
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "  TAREFA  CODIGO  DESCRICAO DO CODIGO   "
                  "VENCIMENTO   DIAS  O QUE FAZER"
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       310-abreOperador-fim.
           exit.
      *---------------------------------------------------------------*
       320-fechaOperador.
           if ws-oper-corrente = spaces
              go to 320-fechaOperador-fim
           end-if
           move ws-oper-qtde               to ws-oper-ed
           move ws-oper-maior              to ws-dias-ed
           initialize rpt-linha
           string "  " ws-oper-ed " TAREFA(S) VENCIDA(S) DE "
                  ws-oper-corrente " - MAIOR ATRASO: " ws-dias-ed
                  " DIA(S)"
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           move spaces                     to ws-oper-corrente
           .
       320-fechaOperador-fim.
           exit.
      *---------------------------------------------------------------*
       330-imprimeTarefa.
           move tar-vencimento             to ws-cnv-data
           perform 150-calculaDias
              thru 150-calculaDias-fim
           compute ws-dias-atraso = ws-dias-hoje - ws-cnv-dias
           add 1                           to ws-oper-qtde
                                              ws-total-vencidas
           if ws-dias-atraso > ws-oper-maior
              move ws-dias-atraso          to ws-oper-maior
           end-if
           initialize ws-cod-descricao
           initialize arq-registro
           move tar-codigo                 to arq-codigo
           read arquivo
           if ws-status = "00" or "02"
              move arq-descricao           to ws-cod-descricao
           else
              move "(CODIGO INEXISTENTE)"  to ws-cod-descricao
           end-if
           initialize ws-vencto-fmt
           string tar-vencimento(7:2) "/" tar-vencimento(5:2) "/"
                  tar-vencimento(1:4)
                                           into ws-vencto-fmt
           end-string
           move ws-dias-atraso             to ws-dias-ed
           initialize rpt-linha
           string "  " tar-numero "  " tar-codigo "  "
                  ws-cod-descricao "  " ws-vencto-fmt "  "
                  ws-dias-ed "  " tar-descricao
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       330-imprimeTarefa-fim.
           exit.
      *---------------------------------------------------------------*
      *    Dias corridos desde o ano zero para a data em ws-cnv-data
      *    (a diferenca entre duas datas da os dias de atraso).
      *---------------------------------------------------------------*
       150-calculaDias.
           divide ws-cnv-ano          by 4
                                  giving ws-cnv-quartos
                               remainder ws-cnv-resto
           compute ws-cnv-dias = (ws-cnv-ano * 365)
                               + ws-cnv-quartos
                               + tb-cumDias(ws-cnv-mes)
                               + ws-cnv-dia
           if ws-cnv-resto = 0 and ws-cnv-mes < 3
              subtract 1               from ws-cnv-dias
           end-if
           .
       150-calculaDias-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           initialize rpt-linha
           if ws-total-vencidas = 0
              move "NENHUMA TAREFA VENCIDA"
                                           to rpt-linha
              write rpt-linha
              initialize rpt-linha
           end-if
           move ws-total-vencidas          to ws-qtde-ed
           move ws-total-operadores        to ws-oper-ed
           string "TOTAL: " ws-qtde-ed " TAREFA(S) VENCIDA(S) DE "
                  ws-oper-ed " OPERADOR(ES)"
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-total-abertas           to ws-qtde-ed
           initialize rpt-linha
           string "       " ws-qtde-ed " TAREFA(S) ABERTA(S) NO "
                  "ARQUIVO"
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-total-vencidas          to ws-qtde-ed
           display "ATRASOS: " ws-qtde-ed " tarefa(s) vencida(s) de "
                   ws-oper-ed " operador(es)"
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
           initialize ws-arq-usuarios
           string ws-dir-dados delimited by space
                  "/usuarios" delimited by size
                                         into ws-arq-usuarios
           end-string
           initialize ws-arq-atr-rpt
           string ws-dir-dados delimited by space
                  "/atrasos.txt" delimited by size
                                         into ws-arq-atr-rpt
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close tarefas
           close arquivo
           close usuarios
           close atr-rpt
           stop run.
