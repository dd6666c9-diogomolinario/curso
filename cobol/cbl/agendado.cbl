       IDENTIFICATION DIVISION.
       PROGRAM-ID. agendado.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Aplicacao das alteracoes agendadas (passo AGENDADO do
      *    noturno.pla): percorre o arquivo "agendadas" mantido em
      *    agenda.cbl e aplica ao cadastro "arquivo" todo agendamento
      *    pendente com data efetiva ate hoje, pelo mesmo caminho de
      *    uma Alteracao on-line - imagem anterior em "versoes",
      *    regravacao, linha R no jornal de recuperacao
      *    (arqjornal-AAAAMMDD.log) e linha ALTERACAO na auditoria
      *    do periodo (auditoria-AAAAMM.log), em nome do operador que
      *    agendou. O agendamento aplicado fica com situacao A.
      *    Agendamento que nao pode mais ser aplicado fica com
      *    situacao X e o motivo, e sai na secao de EXCECOES do
      *    relatorio (agendado.txt):
      *      - registro inexistente ou excluido desde o agendamento
      *      - categoria resultante (nova ou a atual do registro)
      *        zerada, inexistente ou bloqueada
      *      - valor acima do teto da categoria na data efetiva
      *      - situacao nova fora de A/I/P
      *    Agendamentos cancelados ou ja aplicados sao ignorados.
      *---------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
      *---------------------------------------------------------------*
           select agendadas     ASSIGN using ws-arq-agendadas
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is agd-chave.
           select arquivo       ASSIGN using ws-arq-arquivo
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is arq-chave
                  alternate record key is arq-descricao
                                       with duplicates.
           select categoria     ASSIGN using ws-arq-categoria
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is cat-chave.
           select versoes       ASSIGN using ws-arq-versoes
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ver-chave.
           select agendado-rpt  ASSIGN using ws-arq-agendado-rpt
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select audit-log     ASSIGN using ws-arq-audit-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select arq-jornal    ASSIGN using ws-arq-arq-jornal
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
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

           fd versoes.
           01 ver-registro.
              02 ver-chave.
                 03 ver-codigo         pic 9(005).
                 03 ver-data           pic 9(008).
                 03 ver-hora           pic 9(008).
              02 ver-descricao         pic x(020).
              02 ver-dtTeste           pic 9(008).
              02 ver-situacao          pic x(001).
              02 ver-categoria         pic 9(003).
              02 ver-valor             pic 9(009)v99.
              02 ver-quantidade        pic 9(005).
              02 ver-execucao          pic x(018).

           fd agendado-rpt.
           01 rpt-linha                pic x(132).

           fd audit-log.
           01 audit-registro           pic x(220).

           fd arq-jornal.
           01 jor-registro             pic x(132).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-agendadas             pic x(064)  value spaces.
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-categoria             pic x(064)  value spaces.
       01 ws-arq-versoes               pic x(064)  value spaces.
       01 ws-arq-agendado-rpt          pic x(064)  value spaces.
       01 ws-arq-audit-log             pic x(064)  value spaces.
       01 ws-arq-arq-jornal            pic x(080)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-data-proc                 pic 9(008)  value zeros.
       01 ws-cat-aberta                pic x(001)  value "N".
          88 ws-cat-aberta-sim         value "S".

       01 ws-motivo                    pic x(030)  value spaces.
       01 ws-nova-situacao             pic x(001)  value space.
          88 ws-nova-situacao-ok       values "A" "I" "P".
       01 ws-nova-categoria            pic 9(003)  value zeros.
       01 ws-novo-valor                pic 9(009)v99 value zeros.
       01 ws-cat-valor-max             pic 9(009)v99 value zeros.
       01 ws-valor-ed                  pic z(008)9,99.
       01 ws-campos                    pic x(004)  value spaces.

       01 ws-aud-usuario               pic x(020)  value spaces.
       01 ws-aud-terminal              pic x(020)  value spaces.
       01 ws-aud-operacao              pic x(011)  value spaces.
       01 ws-aud-antes-descricao       pic x(020)  value spaces.
       01 ws-aud-antes-dtTeste         pic 9(008)  value zeros.
       01 ws-aud-depois-descricao      pic x(020)  value spaces.
       01 ws-aud-depois-dtTeste        pic 9(008)  value zeros.
       01 ws-aud-codigo                pic 9(005)  value zeros.
       01 ws-ant-situacao              pic x(001)  value space.
       01 ws-ant-categoria             pic 9(003)  value zeros.
       01 ws-ant-valor                 pic 9(009)v99 value zeros.
       01 ws-ant-quantidade            pic 9(005)  value zeros.

       01 ws-jor-operacao              pic x(001)  value space.
       01 ws-jor-antes                 pic x(054)  value spaces.
       01 ws-jor-depois                pic x(054)  value spaces.

       01 tb-excecoes.
          02 tb-exc-qtd                pic 9(003)  value zeros.
          02 tb-exc occurs 500.
             03 tb-exc-codigo          pic 9(005).
             03 tb-exc-dt-efetiva      pic 9(008).
             03 tb-exc-seq             pic 9(003).
             03 tb-exc-usuario         pic x(008).
             03 tb-exc-motivo          pic x(030).
       01 ws-total-lidos               pic 9(007)  value zeros.
       01 ws-total-vencidos            pic 9(007)  value zeros.
       01 ws-total-aplicados           pic 9(007)  value zeros.
       01 ws-total-excecoes            pic 9(007)  value zeros.
       01 ws-total-erros               pic 9(007)  value zeros.
       01 ind                          pic 9(003)  value zeros.
      *---------------------------------------------------------------*
       procedure division.
      *---------------------------------------------------------------*
       001-INICIO.
           perform 005-ambiente
              thru 005-ambiente-fim
           if not ws-amb-ok-sim
              go to 999-fim
           end-if
           accept ws-data-proc             from date yyyymmdd
           accept ws-aud-terminal  from environment "TERM"
           if ws-aud-terminal = spaces
              move "DESCONHECIDO"          to ws-aud-terminal
           end-if
           perform 150-abreArquivos
              thru 150-abreArquivos-fim
           perform 200-processa
              thru 200-processa-fim
           perform 800-imprimeExcecoes
              thru 800-imprimeExcecoes-fim
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           go to 999-fim.
      *---------------------------------------------------------------*
      *    Sem o arquivo de agendamentos nao ha nada a fazer (nenhum
      *    agendamento foi registrado ainda): o passo termina normal.
      *---------------------------------------------------------------*
       150-abreArquivos.
           open i-o agendadas
           if ws-status = "35"
              display "AGENDADO: nenhum agendamento registrado - "
                      "nada a fazer"
              go to 999-fim
           end-if
           if ws-status <> "00" and "05"
              display "AGENDADO: erro de abertura no arq "
                      "{AGENDADAS}, FS: (" ws-status
                      ") - encerrando"
              go to 999-fim
           end-if
           open i-o arquivo
           if ws-status <> "00"
              display "AGENDADO: erro de abertura no arq {ARQUIVO}, "
                      "FS: (" ws-status ") - encerrando"
              go to 999-fim
           end-if
           open input categoria
           if ws-status = "00" or "05"
              move "S"                     to ws-cat-aberta
           end-if
           open output agendado-rpt
           if ws-status <> "00"
              display "AGENDADO: erro de abertura no arq "
                      "{AGENDADO.TXT}, FS: (" ws-status
                      ") - encerrando"
              go to 999-fim
           end-if
           open i-o versoes
           if ws-status = "35"
              open output versoes
              close versoes
              open i-o versoes
           end-if
           if ws-status <> "00" and "05"
              display "AGENDADO: erro no arq {VERSOES}, FS: ("
                      ws-status ") - encerrando sem alterar"
              go to 999-fim
           end-if
           open extend audit-log
           if ws-status = "35"
              open output audit-log
              close audit-log
              open extend audit-log
           end-if
           if ws-status <> "00" and "05"
              display "AGENDADO: erro no arq {AUDITORIA}, FS: ("
                      ws-status ") - encerrando sem alterar"
              go to 999-fim
           end-if
           open extend arq-jornal
           if ws-status = "35"
              open output arq-jornal
              close arq-jornal
              open extend arq-jornal
           end-if
           if ws-status <> "00" and "05"
              display "AGENDADO: erro no arq {ARQJORNAL}, FS: ("
                      ws-status ") - encerrando sem alterar"
              go to 999-fim
           end-if
           initialize rpt-linha
           string "ALTERACOES AGENDADAS - APLICACAO DE "
                  ws-data-proc(7:2) "/" ws-data-proc(5:2) "/"
                  ws-data-proc(1:4)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           move "APLICADAS"                to rpt-linha
           write rpt-linha
           move "CODIGO EFETIVA   SEQ MUDA OPERADOR DESCRICAO"
                                           to rpt-linha
           move "SIT CAT        VALOR"     to rpt-linha(46:)
           write rpt-linha
           .
       150-abreArquivos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Varre todos os agendamentos em ordem de codigo e data
      *    efetiva; so os pendentes com data efetiva ate hoje sao
      *    tratados (um agendamento atrasado - noite que nao rodou -
      *    e aplicado na proxima noite).
      *---------------------------------------------------------------*
       200-processa.
           initialize agd-registro
           move zeros                      to agd-codigo
                                              agd-dt-efetiva
                                              agd-seq
           start agendadas key not < agd-chave
           if ws-status <> "00" and "02"
              go to 200-processa-fim
           end-if
           perform until exit
              read agendadas next record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              add 1                        to ws-total-lidos
              if not agd-pendente or agd-dt-efetiva > ws-data-proc
                 exit perform cycle
              end-if
              add 1                        to ws-total-vencidos
              perform 300-aplica
                 thru 300-aplica-fim
           end-perform
           .
       200-processa-fim.
           exit.
      *---------------------------------------------------------------*
      *    Reconfere o agendamento contra o cadastro de hoje (o
      *    registro e as categorias podem ter mudado desde o
      *    agendamento) com as regras da tela de Alteracao; se
      *    passar, aplica como 300-aplica de lote.cbl.
      *---------------------------------------------------------------*
       300-aplica.
           move spaces                     to ws-motivo
           initialize arq-registro
           move agd-codigo                 to arq-codigo
           read arquivo
           if ws-status <> "00" and "02"
              move "registro inexistente"  to ws-motivo
              go to 300-aplica-excecao
           end-if
           if arq-excluido-sim
              move "registro excluido"     to ws-motivo
              go to 300-aplica-excecao
           end-if
           move arq-situacao               to ws-nova-situacao
           move arq-categoria              to ws-nova-categoria
           move arq-valor                  to ws-novo-valor
           if agd-muda-situacao = "S"
              move agd-situacao            to ws-nova-situacao
           end-if
           if agd-muda-categoria = "S"
              move agd-categoria           to ws-nova-categoria
           end-if
           if agd-muda-valor = "S"
              move agd-valor               to ws-novo-valor
           end-if
           if not ws-nova-situacao-ok
              move "situacao invalida"     to ws-motivo
              go to 300-aplica-excecao
           end-if
           move zeros                      to ws-cat-valor-max
           if ws-nova-categoria = 0 or not ws-cat-aberta-sim
              move "categoria inexistente" to ws-motivo
              go to 300-aplica-excecao
           end-if
           initialize cat-registro
           move ws-nova-categoria          to cat-codigo
           read categoria
           if ws-status <> "00" and "02"
              move "categoria inexistente" to ws-motivo
              go to 300-aplica-excecao
           end-if
           if cat-bloqueada = "S"
              move "categoria bloqueada"   to ws-motivo
              go to 300-aplica-excecao
           end-if
           if cat-valor-maximo numeric
              move cat-valor-maximo        to ws-cat-valor-max
           end-if
           if (agd-muda-valor = "S" or agd-muda-categoria = "S") and
              ws-cat-valor-max > 0 and ws-novo-valor > ws-cat-valor-max
              move "valor acima do teto da categoria"
                                           to ws-motivo
              go to 300-aplica-excecao
           end-if
           move arq-registro               to ws-jor-antes
           move arq-codigo                 to ws-aud-codigo
           move arq-descricao              to ws-aud-antes-descricao
           move arq-dtTeste                to ws-aud-antes-dtTeste
           move arq-situacao               to ws-ant-situacao
           move arq-categoria              to ws-ant-categoria
           move arq-valor                  to ws-ant-valor
           move arq-quantidade             to ws-ant-quantidade
           perform 420-versiona
              thru 420-versiona-fim
           if agd-muda-descricao = "S"
              move agd-descricao           to arq-descricao
           end-if
           move ws-nova-situacao           to arq-situacao
           move ws-nova-categoria          to arq-categoria
           move ws-novo-valor              to arq-valor
           rewrite arq-registro
           if ws-status <> "00" and "02"
              add 1                        to ws-total-erros
              initialize rpt-linha
              string "ERRO codigo=" ws-aud-codigo
                     " FS=(" ws-status ") - nao alterado, "
                     "agendamento segue pendente"
                                           into rpt-linha
              end-string
              write rpt-linha
              go to 300-aplica-fim
           end-if
           add 1                           to ws-total-aplicados
           move "R"                        to ws-jor-operacao
           move arq-registro               to ws-jor-depois
           perform 430-jornal
              thru 430-jornal-fim
           move "ALTERACAO"                to ws-aud-operacao
           move arq-descricao              to ws-aud-depois-descricao
           move arq-dtTeste                to ws-aud-depois-dtTeste
           move agd-usuario                to ws-aud-usuario
           perform 400-audita
              thru 400-audita-fim
           perform 310-linhaAplicada
              thru 310-linhaAplicada-fim
           move "A"                        to agd-status
           move "AGENDADO"                 to agd-usuario-baixa
           move ws-data-proc               to agd-dt-baixa
           move spaces                     to agd-motivo
           perform 320-baixa
              thru 320-baixa-fim
           go to 300-aplica-fim.
       300-aplica-excecao.
           add 1                           to ws-total-excecoes
           if tb-exc-qtd < 500
              add 1                        to tb-exc-qtd
              move agd-codigo              to tb-exc-codigo(tb-exc-qtd)
              move agd-dt-efetiva
                                       to tb-exc-dt-efetiva(tb-exc-qtd)
              move agd-seq                 to tb-exc-seq(tb-exc-qtd)
              move agd-usuario            to tb-exc-usuario(tb-exc-qtd)
              move ws-motivo               to tb-exc-motivo(tb-exc-qtd)
           end-if
           move "X"                        to agd-status
           move "AGENDADO"                 to agd-usuario-baixa
           move ws-data-proc               to agd-dt-baixa
           move ws-motivo                  to agd-motivo
           perform 320-baixa
              thru 320-baixa-fim
           .
       300-aplica-fim.
           exit.
      *---------------------------------------------------------------*
       310-linhaAplicada.
           move spaces                     to ws-campos
           if agd-muda-descricao = "S"
              move "D"                     to ws-campos(1:1)
           end-if
           if agd-muda-situacao = "S"
              move "S"                     to ws-campos(2:1)
           end-if
           if agd-muda-categoria = "S"
              move "C"                     to ws-campos(3:1)
           end-if
           if agd-muda-valor = "S"
              move "V"                     to ws-campos(4:1)
           end-if
           move arq-valor                  to ws-valor-ed
           initialize rpt-linha
           string arq-codigo "  "
                  agd-dt-efetiva(7:2) "/" agd-dt-efetiva(5:2) "/"
                  agd-dt-efetiva(1:4) " "
                  agd-seq " "
                  ws-campos " "
                  agd-usuario " "
                  arq-descricao " "
                  arq-situacao "   "
                  arq-categoria " "
                  ws-valor-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       310-linhaAplicada-fim.
           exit.
      *---------------------------------------------------------------*
      *    Baixa do agendamento (aplicado ou excecao); a leitura
      *    sequencial continua do registro seguinte.
      *---------------------------------------------------------------*
       320-baixa.
           rewrite agd-registro
           if ws-status <> "00" and "02"
              add 1                        to ws-total-erros
              initialize rpt-linha
              string "AVISO: agendamento codigo=" agd-codigo
                     " efetiva=" agd-dt-efetiva " seq=" agd-seq
                     " sem baixa FS=(" ws-status ")"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       320-baixa-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha de auditoria identica, byte a byte, ao formato de
      *    700-audita-grava em inicio.cbl; o usuario e o operador
      *    que registrou o agendamento.
      *---------------------------------------------------------------*
       400-audita.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize audit-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-aud-operacao
                  " usuario=" ws-aud-usuario
                  " terminal=" ws-aud-terminal
                  " codigo=" ws-aud-codigo
                  " descr-antes=[" ws-aud-antes-descricao "]"
                  " data-antes=" ws-aud-antes-dtTeste
                  " descr-depois=[" ws-aud-depois-descricao "]"
                  " data-depois=" ws-aud-depois-dtTeste
                                           into audit-registro
           end-string
           write audit-registro
           .
       400-audita-fim.
           exit.
      *---------------------------------------------------------------*
      *    Imagem anterior em "versoes" na chave codigo+data+hora de
      *    820-versiona em inicio.cbl, para a tela de Restauracao
      *    poder desfazer a alteracao agendada como qualquer outra.
      *---------------------------------------------------------------*
       420-versiona.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize ver-registro
           move ws-aud-codigo              to ver-codigo
           move ws-data-exec               to ver-data
           move ws-hora-exec               to ver-hora
           move ws-aud-antes-descricao     to ver-descricao
           move ws-aud-antes-dtTeste       to ver-dtTeste
           move ws-ant-situacao            to ver-situacao
           move ws-ant-categoria           to ver-categoria
           move ws-ant-valor               to ver-valor
           move ws-ant-quantidade          to ver-quantidade
       420-versiona-tenta.
           write ver-registro
           if ws-status = "22"
              if ver-hora < 99999999
                 add 1                     to ver-hora
                 go to 420-versiona-tenta
              end-if
              go to 420-versiona-fim
           end-if
           if ws-status <> "00" and "02"
              initialize rpt-linha
              string "AVISO: versao nao gravada codigo="
                     ver-codigo " FS=(" ws-status ")"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       420-versiona-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha do jornal de recuperacao, identica a de 710-jornal
      *    em inicio.cbl, para recupera.cbl reaplicar tambem as
      *    alteracoes agendadas.
      *---------------------------------------------------------------*
       430-jornal.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize jor-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-jor-operacao
                  " " ws-jor-antes
                  " " ws-jor-depois        into jor-registro
           end-string
           write jor-registro
           .
       430-jornal-fim.
           exit.
      *---------------------------------------------------------------*
      *    Secao de excecoes: agendamentos vencidos que nao puderam
      *    ser aplicados, com o motivo, para o operador que agendou
      *    decidir (reagendar ou tratar na tela).
      *---------------------------------------------------------------*
       800-imprimeExcecoes.
           move spaces                     to rpt-linha
           write rpt-linha
           move "EXCECOES"                 to rpt-linha
           write rpt-linha
           move "CODIGO EFETIVA   SEQ OPERADOR MOTIVO"
                                           to rpt-linha
           write rpt-linha
           if tb-exc-qtd = 0
              move "  nenhuma"             to rpt-linha
              write rpt-linha
              go to 800-imprimeExcecoes-fim
           end-if
           perform varying ind from 1 by 1 until ind > tb-exc-qtd
              initialize rpt-linha
              string tb-exc-codigo(ind) "  "
                     tb-exc-dt-efetiva(ind)(7:2) "/"
                     tb-exc-dt-efetiva(ind)(5:2) "/"
                     tb-exc-dt-efetiva(ind)(1:4) " "
                     tb-exc-seq(ind) " "
                     tb-exc-usuario(ind) " "
                     tb-exc-motivo(ind)
                                           into rpt-linha
              end-string
              write rpt-linha
           end-perform
           if ws-total-excecoes > tb-exc-qtd
              initialize rpt-linha
              string "  ... e mais "
                     ws-total-excecoes " no total (veja o arquivo "
                     "agendadas, situacao X)"
                                           into rpt-linha
              end-string
              write rpt-linha
           end-if
           .
       800-imprimeExcecoes-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           move spaces                     to rpt-linha
           write rpt-linha
           initialize rpt-linha
           string "TOTAL AGENDAMENTOS LIDOS..: " ws-total-lidos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "TOTAL VENCIDOS PENDENTES..: " ws-total-vencidos
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "TOTAL APLICADOS...........: " ws-total-aplicados
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "TOTAL EXCECOES............: " ws-total-excecoes
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "TOTAL COM ERRO............: " ws-total-erros
                                           into rpt-linha
           end-string
           write rpt-linha
           display "AGENDADO: " ws-total-vencidos " vencidos, "
                   ws-total-aplicados " aplicados, "
                   ws-total-excecoes " excecoes, "
                   ws-total-erros " erros"
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
           initialize ws-arq-versoes
           string ws-dir-dados delimited by space
                  "/versoes" delimited by size
                                         into ws-arq-versoes
           end-string
           initialize ws-arq-agendado-rpt
           string ws-dir-dados delimited by space
                  "/agendado.txt" delimited by size
                                         into ws-arq-agendado-rpt
           end-string
           accept ws-data-exec from date yyyymmdd
           initialize ws-arq-audit-log
           string ws-dir-dados delimited by space
                  "/auditoria-" delimited by size
                  ws-data-exec(1:6) ".log" delimited by size
                                         into ws-arq-audit-log
           end-string
           initialize ws-arq-arq-jornal
           string ws-dir-dados delimited by space
                  "/arqjornal-" delimited by size
                  ws-data-exec ".log" delimited by size
                                         into ws-arq-arq-jornal
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close agendadas
           close arquivo
           if ws-cat-aberta-sim
              close categoria
           end-if
           close agendado-rpt
           close versoes
           close audit-log
           close arq-jornal
           stop run.
