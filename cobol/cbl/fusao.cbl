      *    auditoria (ALTERACAO no sobrevivente, EXCLUSAO no
      *    absorvido), o absorvido ganha a linha de retencao que o
      *    expurgo le, e as regravacoes entram no jornal de
      *    recuperacao. A quantidade passa de um para o outro pelo
      *    razao de estoque (movestoque): ENTRADA no sobrevivente,
      *    SAIDA no absorvido, que fica com quantidade zero.
      *    Cada fusao confirmada ganha um numero de execucao (FU +
      *    data + hora da confirmacao) carimbado na versao, nas duas
      *    linhas de auditoria e nas duas do jornal; com ele o
      *    desfaz.cbl devolve os dois registros de uma vez.
      *    Roda sozinho; identificacao do operador
      *    contra o arquivo de usuarios, como em inicio.cbl (perfil
      *    T nao entra), janela e telas no estilo de rejeitos.cbl.
      *---------------------------------------------------------------*
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ver-chave.
           select movestoque    ASSIGN using ws-arq-movestoque
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is mve-chave.
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is dynamic
           select arq-jornal    ASSIGN using ws-arq-arq-jornal
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select sessoes       ASSIGN using ws-arq-sessoes
                  organization         is indexed
                  access mode          is dynamic
                  lock   mode          is manual
                  file status          is ws-status
                  record key           is ses-chave.
      *---------------------------------------------------------------*
       data division.
       file section.
              02 ver-categoria         pic 9(003).
              02 ver-valor             pic 9(009)v99.
              02 ver-quantidade        pic 9(005).
              02 ver-execucao          pic x(018).

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

           fd usuarios.
           01 usu-registro.
              02 prm-valor             pic x(050).

           fd audit-log.
           01 audit-registro           pic x(250).

           fd retencao-log.
           01 retencao-registro        pic x(080).

           fd arq-jornal.
           01 jor-registro             pic x(150).

           fd sessoes.
           01 ses-registro.
              02 ses-chave.
                 03 ses-programa       pic x(008).
                 03 ses-usuario        pic x(008).
                 03 ses-data           pic 9(008).
                 03 ses-hora           pic 9(008).
              02 ses-terminal          pic x(020).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-arquivo               pic x(064)  value spaces.
       01 ws-arq-sessoes               pic x(064)  value spaces.
       01 ws-ses-chave                 pic x(032)  value spaces.
       01 ws-ses-aberta                pic x(001)  value "N".
          88 ws-ses-aberta-sim         value "S".
       01 ws-arq-versoes               pic x(064)  value spaces.
       01 ws-arq-movestoque            pic x(064)  value spaces.
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-seguranca-log         pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value spaces.
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-execucao                  pic x(018)  value spaces.
       01 ws-mens                      pic x(067)  value spaces.
       01 ws-opc                       pic x(001)  value spaces.
       01 ws-total-fusoes              pic 9(005)  value zeros.
       01 ws-mve-codigo                pic 9(005)  value zeros.
       01 ws-mve-tipo                  pic x(001)  value space.
       01 ws-mve-qtde                  pic 9(005)  value zeros.
       01 ws-mve-saldo                 pic 9(005)  value zeros.
       01 ws-mve-documento             pic x(012)  value spaces.
       01 crt-status.
          02 crt-status-1              pic 9.
             88 terminate-key            value 0.
           if not ws-logon-ok-sim
              go 999-fim
           end-if
           perform 040-sessaoAbre
              thru 040-sessaoAbre-fim
           if not ws-logon-ok-sim
              go 999-fim
           end-if
           open i-o arquivo
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {ARQUIVO}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open i-o movestoque
           if ws-status = "35"
              open output movestoque
              close movestoque
              open i-o movestoque
           end-if
           if ws-status <> "00" and "05"
              display "Erro de abertura no arq {MOVESTOQUE}, FS: ("
                      ws-status ") - encerrando"
              go 999-fim
           end-if
           open extend audit-log
           if ws-status = "35"
              open output audit-log
           .
       028-registraEvento-fim.
           exit.
      *---------------------------------------------------------------*
      *    Registro da sessao no arquivo compartilhado "sessoes"
      *    (programa, usuario, inicio e terminal), que sessao.cbl
      *    lista e noturno.cbl consulta antes dos passos destrutivos.
      *    Enquanto o noturno mantem a trava de manutencao (o
      *    registro do programa NOTURNO no mesmo arquivo) o sign-on
      *    e recusado. A sessao sai do arquivo em 045-sessaoFecha.
      *---------------------------------------------------------------*
       040-sessaoAbre.
           move "N"                        to ws-ses-aberta
           open i-o sessoes
           if ws-status = "35"
              open output sessoes
              close sessoes
              open i-o sessoes
           end-if
           if ws-status <> "00" and "05"
              initialize ws-mens
              string "Erro de abertura no arq {SESSOES}, FS: ("
                     ws-status ") - tecle ENTER!"
                                         into ws-mens
              end-string
              display tela1-lin23

              accept ws-opc at 2378
              move "N"                     to ws-logon-ok
              go 040-sessaoAbre-fim
           end-if
           initialize ses-registro
           move "NOTURNO"                  to ses-programa
           start sessoes key not < ses-chave
           if ws-status = "00" or "02"
              read sessoes next with no lock
              if (ws-status = "00" or "02") and
                 ses-programa = "NOTURNO"
                 close sessoes
                 initialize ws-mens
                 string "Sistema em manutencao (batch noturno desde "
                        ses-hora(1:2) ":" ses-hora(3:2)
                        "), tecle ENTER"
                                         into ws-mens
                 end-string
                 display tela1-lin23

                 accept ws-opc at 2378
                 move "N"                  to ws-logon-ok
                 go 040-sessaoAbre-fim
              end-if
           end-if
           initialize ses-registro
           move "FUSAO"                    to ses-programa
           move ws-usu-id                  to ses-usuario
           accept ses-data from date yyyymmdd
           accept ses-hora from time
           accept ses-terminal from environment "TERM"
           if ses-terminal = spaces
              move "DESCONHECIDO"          to ses-terminal
           end-if
       040-sessaoAbre-grava.
           write ses-registro
           if ws-status = "22" and ses-hora < 99999999
              add 1                        to ses-hora
              go 040-sessaoAbre-grava
           end-if
           if ws-status = "00" or "02"
              move ses-chave               to ws-ses-chave
              move "S"                     to ws-ses-aberta
           end-if
           close sessoes
           .
       040-sessaoAbre-fim.
           exit.
      *---------------------------------------------------------------*
       045-sessaoFecha.
           if not ws-ses-aberta-sim
              go 045-sessaoFecha-fim
           end-if
           open i-o sessoes
           if ws-status <> "00" and "05"
              go 045-sessaoFecha-fim
           end-if
           move ws-ses-chave               to ses-chave
           delete sessoes record
           close sessoes
           move "N"                        to ws-ses-aberta
           .
       045-sessaoFecha-fim.
           exit.
      *---------------------------------------------------------------*
       100-fusao.
      *---------------------------------------------------------------*
      *    fusao sem tocar em nada.
      *---------------------------------------------------------------*
       200-aplicaFusao.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize ws-execucao
           string "FU" ws-data-exec ws-hora-exec delimited by size
                                           into ws-execucao
           end-string
           initialize arq-registro
           move ws-cod-sobrevive           to arq-codigo
           read arquivo with lock
                                              ws-aud-depois-dtTeste
           perform 700-audita
              thru 700-audita-fim
           if ws-abs-quantidade > 0
              move ws-cod-sobrevive        to ws-mve-codigo
              move "E"                     to ws-mve-tipo
              move ws-abs-quantidade       to ws-mve-qtde
              move arq-quantidade          to ws-mve-saldo
              perform 830-movimentaEstoque
                 thru 830-movimentaEstoque-fim
           end-if
           unlock arquivo
           perform 300-excluiAbsorvido
              thru 300-excluiAbsorvido-fim
              go 300-excluiAbsorvido-fim
           end-if
           move arq-registro               to ws-jor-antes
           move arq-quantidade             to ws-mve-qtde
           move "S"                        to arq-excluido
           move zeros                      to arq-quantidade
           rewrite arq-registro
           if ws-status <> "00" and "02"
              unlock arquivo
              thru 710-jornal-fim
           perform 310-retemAbsorvido
              thru 310-retemAbsorvido-fim
           if ws-mve-qtde > 0
              move ws-cod-absorvido        to ws-mve-codigo
              move "S"                     to ws-mve-tipo
              move zeros                   to ws-mve-saldo
              perform 830-movimentaEstoque
                 thru 830-movimentaEstoque-fim
           end-if
           move "EXCLUSAO"                 to ws-aud-operacao
           move ws-cod-absorvido           to ws-aud-codigo
           move ws-abs-descricao           to ws-aud-antes-descricao
           add 1                           to ws-total-fusoes
           initialize ws-mens
           string "Fusao concluida: " ws-cod-absorvido
                  " em " ws-cod-sobrevive
                  ", exec " ws-execucao
                  " - ENTER"               into ws-mens
           end-string
           display tela1-lin23

           exit.
      *---------------------------------------------------------------*
      *    Linha de auditoria identica, byte a byte, ao formato de
      *    700-audita-grava em inicio.cbl, mais o numero de execucao
      *    no fim.
      *---------------------------------------------------------------*
       700-audita.
           accept ws-data-exec from date yyyymmdd
                  " data-antes=" ws-aud-antes-dtTeste
                  " descr-depois=[" ws-aud-depois-descricao "]"
                  " data-depois=" ws-aud-depois-dtTeste
                  " execucao=" ws-execucao
                                           into audit-registro
           end-string
           write audit-registro
           exit.
      *---------------------------------------------------------------*
      *    Linha do jornal de recuperacao para frente, identica a de
      *    710-jornal em inicio.cbl, com o numero de execucao nas
      *    colunas 131-148 como em lote.cbl.
      *---------------------------------------------------------------*
       710-jornal.
           accept ws-data-exec from date yyyymmdd
           string ws-data-exec "-" ws-hora-exec
                  " " ws-jor-operacao
                  " " ws-jor-antes
                  " " ws-jor-depois
                  " " ws-execucao          into jor-registro
           end-string
           write jor-registro
           .
           move ws-sob-categoria           to ver-categoria
           move ws-sob-valor               to ver-valor
           move ws-sob-quantidade          to ver-quantidade
           move ws-execucao                to ver-execucao
       820-versionaSobrevive-tenta.
           write ver-registro
           if ws-status = "22"
       820-versionaSobrevive-fim.
           exit.
      *---------------------------------------------------------------*
      *    Movimento de estoque da fusao no arquivo "movestoque" de
      *    estoque.cbl: ENTRADA no sobrevivente e SAIDA no absorvido,
      *    os dois com o documento FUSAO + codigo absorvido, para o
      *    kardex de cada lado fechar com arq-quantidade.
      *---------------------------------------------------------------*
       830-movimentaEstoque.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize mve-registro
           move ws-mve-codigo              to mve-codigo
           move ws-data-exec               to mve-data
           move ws-hora-exec               to mve-hora
           move ws-mve-tipo                to mve-tipo
           if mve-tipo-entrada
              move ws-mve-qtde             to mve-entrada
           else
              move ws-mve-qtde             to mve-saida
           end-if
           move zeros                      to mve-valor-unit
           initialize ws-mve-documento
           string "FUSAO" ws-cod-absorvido delimited by size
                                         into ws-mve-documento
           end-string
           move ws-mve-documento           to mve-documento
           move ws-usu-id                  to mve-usuario
           move "FUSAO"                    to mve-origem
           move ws-mve-saldo               to mve-saldo
       830-movimentaEstoque-tenta.
           write mve-registro
           if ws-status = "22"
              if mve-hora < 99999999
                 add 1                     to mve-hora
                 go to 830-movimentaEstoque-tenta
              end-if
           end-if
           .
       830-movimentaEstoque-fim.
           exit.
      *---------------------------------------------------------------*
      *    Resolve o diretorio de dados da variavel de ambiente
      *    CURSODADOS e o ambiente (TEST/PROD) de CURSOAMB, para
      *    teste e producao rodarem lado a lado sem recompilar;
                  "/arquivo" delimited by size
                                         into ws-arq-arquivo
           end-string
           initialize ws-arq-sessoes
           string ws-dir-dados delimited by space
                  "/sessoes" delimited by size
                                         into ws-arq-sessoes
           end-string
           initialize ws-arq-versoes
           string ws-dir-dados delimited by space
                  "/versoes" delimited by size
                                         into ws-arq-versoes
           end-string
           initialize ws-arq-movestoque
           string ws-dir-dados delimited by space
                  "/movestoque" delimited by size
                                         into ws-arq-movestoque
           end-string
           initialize ws-arq-usuarios
           string ws-dir-dados delimited by space
                  "/usuarios" delimited by size
      *---------------------------------------------------------------*
           close arquivo
           close versoes
           close movestoque
           close audit-log
           close retencao-log
           close arq-jornal
           perform 045-sessaoFecha
              thru 045-sessaoFecha-fim
           stop run.
