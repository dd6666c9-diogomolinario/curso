       IDENTIFICATION DIVISION.
       PROGRAM-ID. guardarel.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Arquivo datado dos relatorios do batch: cada programa
      *    continua gravando o seu relatorio no diretorio de dados
      *    (relatorio.txt, fimdia.txt, reconciliacao.txt...), que a
      *    execucao seguinte sobrescreve; este passo guarda uma
      *    geracao de cada relatorio novo no subdiretorio relatorios,
      *    com o nome <relatorio>-AAAAMMDD-HHMMSSCC.txt (data e hora
      *    da gravacao do relatorio, nao a desta execucao), e anota
      *    a geracao no catalogo "relcatalogo": relatorio, programa,
      *    data e hora da execucao, ambiente, paginas e linhas.
      *    Relatorio novo = data/hora do arquivo mais recente que a
      *    ultima geracao do catalogo; o mesmo relatorio nao e
      *    guardado duas vezes. Paginas contam os cabecalhos com
      *    "PAGINA:" (relatorio.cbl); relatorio sem paginacao conta
      *    uma pagina a cada 60 linhas. Ficam RELGERACOES geracoes
      *    por relatorio (parametro.cbl, padrao 30); as mais antigas
      *    saem do catalogo e do disco. Roda como ultimo passo do
      *    batch noturno (passo GUARDREL do plano noturno.pla) e pode
      *    rodar de novo depois de um programa executado fora do
      *    plano. As geracoes sao lidas na tela de consrel.cbl.
      *    Relatorios conhecidos: tabela de 011-montaTabela.
      *---------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
      *---------------------------------------------------------------*
           select relcatalogo   ASSIGN using ws-arq-relcatalogo
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is rcat-chave.
           select relatorio-ent ASSIGN using ws-arq-relatorio-ent
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select relatorio-sai ASSIGN using ws-arq-relatorio-sai
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

           fd relatorio-ent.
           01 ent-linha                pic x(250).

           fd relatorio-sai.
           01 sai-linha                pic x(250).

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-relcatalogo           pic x(064)  value spaces.
       01 ws-arq-relatorio-ent         pic x(080)  value spaces.
       01 ws-arq-relatorio-sai         pic x(080)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-dir-relatorios            pic x(080)  value spaces.
       01 ws-arq-apaga                 pic x(120)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

      *    Tabela dos relatorios guardados: nome do arquivo no
      *    diretorio de dados e programa que o grava.
       01 tb-rel-max                   pic 9(002)  value zeros.
       01 tb-rel-tab.
          02 tb-rel occurs 60.
             03 tbr-relatorio          pic x(016).
             03 tbr-programa           pic x(010).
       01 ind                          pic 9(002)  value zeros.

      *    data e hora de gravacao do relatorio (CBL_CHECK_FILE_EXIST)
       01 ws-rel-detalhe.
          02 ws-rel-tamanho            pic 9(018) comp-x.
          02 ws-rel-dia                pic 99     comp-x.
          02 ws-rel-mes                pic 99     comp-x.
          02 ws-rel-ano                pic 9(004) comp-x.
          02 ws-rel-hh                 pic 99     comp-x.
          02 ws-rel-mi                 pic 99     comp-x.
          02 ws-rel-ss                 pic 99     comp-x.
          02 ws-rel-cc                 pic 99     comp-x.
       01 ws-rel-data                  pic 9(008)  value zeros.
       01 redefines ws-rel-data.
          02 ws-rdt-ano                pic 9(004).
          02 ws-rdt-mes                pic 9(002).
          02 ws-rdt-dia                pic 9(002).
       01 ws-rel-hora                  pic 9(008)  value zeros.
       01 redefines ws-rel-hora.
          02 ws-rhr-hh                 pic 9(002).
          02 ws-rhr-mi                 pic 9(002).
          02 ws-rhr-ss                 pic 9(002).
          02 ws-rhr-cc                 pic 9(002).
       01 ws-rel-base                  pic x(016)  value spaces.
       01 ws-rel-novo                  pic x(001)  value "N".
          88 ws-rel-novo-sim           value "S".

       01 ws-geracoes                  pic 9(003)  value 30.
       01 ws-geracoes-rel              pic 9(005)  value zeros.
       01 ws-geracoes-sobra            pic 9(005)  value zeros.
       01 ws-linhas                    pic 9(007)  value zeros.
       01 ws-paginas                   pic 9(005)  value zeros.
       01 ws-cabecalhos                pic 9(005)  value zeros.

       01 ws-total-verificados         pic 9(005)  value zeros.
       01 ws-total-guardados           pic 9(005)  value zeros.
       01 ws-total-podados             pic 9(005)  value zeros.
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
           perform 011-montaTabela
              thru 011-montaTabela-fim
      *    geracoes por relatorio no parametro RELGERACOES do arquivo
      *    central de parametros (parametro.cbl); ausente = 30
           open input parametros
           if ws-status = "00"
              initialize prm-registro
              move "RELGERACOES"           to prm-nome
              read parametros
              if (ws-status = "00" or "02") and
                 prm-valor(1:9) is numeric and
                 prm-valor(7:3) not = "000"
                 move prm-valor(7:3)       to ws-geracoes
              end-if
              close parametros
           end-if
           call "CBL_CREATE_DIR" using ws-dir-relatorios
           open i-o relcatalogo
           if ws-status = "35"
              open output relcatalogo
              close relcatalogo
              open i-o relcatalogo
           end-if
           if ws-status <> "00" and "05"
              display "GUARDAREL: erro de abertura no arq "
                      "{RELCATALOGO}, FS: (" ws-status
                      ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           perform varying ind from 1 by 1 until ind > tb-rel-max
              perform 200-verificaRelatorio
                 thru 200-verificaRelatorio-fim
           end-perform
           close relcatalogo
           display "GUARDAREL: " ws-total-verificados
                   " relatorios presentes, " ws-total-guardados
                   " geracoes guardadas, " ws-total-podados
                   " geracoes antigas removidas"
           go to 999-fim.
      *---------------------------------------------------------------*
      *    Relatorios do batch e o programa de cada um. Relatorio
      *    novo no sistema entra aqui para ganhar arquivo datado.
      *---------------------------------------------------------------*
       011-montaTabela.
           move zeros                      to tb-rel-max
           move "relatorio.txt"    to tbr-relatorio(tb-rel-max + 1)
           move "RELATORIO"        to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "estatistica.txt"  to tbr-relatorio(tb-rel-max + 1)
           move "ESTATISTICA"      to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "fechames.txt"     to tbr-relatorio(tb-rel-max + 1)
           move "FECHAMES"         to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "fimdia.txt"       to tbr-relatorio(tb-rel-max + 1)
           move "FIMDIA"           to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "lote.txt"         to tbr-relatorio(tb-rel-max + 1)
           move "LOTE"             to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "reajusta.txt"     to tbr-relatorio(tb-rel-max + 1)
           move "REAJUSTA"         to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "expurgo.txt"      to tbr-relatorio(tb-rel-max + 1)
           move "EXPURGO"          to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "reconciliacao.txt" to tbr-relatorio(tb-rel-max + 1)
           move "RECONCILIA"       to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "duplicatas.txt"   to tbr-relatorio(tb-rel-max + 1)
           move "DUPLICATAS"       to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "copiarq.txt"      to tbr-relatorio(tb-rel-max + 1)
           move "COPIARQ"          to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "arquiva.txt"      to tbr-relatorio(tb-rel-max + 1)
           move "ARQUIVA"          to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "recupera.txt"     to tbr-relatorio(tb-rel-max + 1)
           move "RECUPERA"         to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "refresca.txt"     to tbr-relatorio(tb-rel-max + 1)
           move "REFRESCA"         to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "carga.log"        to tbr-relatorio(tb-rel-max + 1)
           move "INICIO"           to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "movdia.txt"       to tbr-relatorio(tb-rel-max + 1)
           move "MOVDIA"           to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "movack.txt"       to tbr-relatorio(tb-rel-max + 1)
           move "MOVACK"           to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "movreenv.txt"     to tbr-relatorio(tb-rel-max + 1)
           move "MOVREENV"         to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "kardex.txt"       to tbr-relatorio(tb-rel-max + 1)
           move "KARDEX"           to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "agendado.txt"     to tbr-relatorio(tb-rel-max + 1)
           move "AGENDADO"         to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "ficha.txt"        to tbr-relatorio(tb-rel-max + 1)
           move "FICHA"            to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "integra.txt"      to tbr-relatorio(tb-rel-max + 1)
           move "INTEGRA"          to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "balanco.txt"      to tbr-relatorio(tb-rel-max + 1)
           move "BALANCO"          to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "curvaabc.txt"     to tbr-relatorio(tb-rel-max + 1)
           move "CURVAABC"         to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "atrasos.txt"      to tbr-relatorio(tb-rel-max + 1)
           move "ATRASOS"          to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "rhcarga.txt"      to tbr-relatorio(tb-rel-max + 1)
           move "RHCARGA"          to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "desfaz.txt"       to tbr-relatorio(tb-rel-max + 1)
           move "DESFAZ"           to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           move "deriva.txt"       to tbr-relatorio(tb-rel-max + 1)
           move "DERIVA"           to tbr-programa(tb-rel-max + 1)
           add 1 to tb-rel-max
           .
       011-montaTabela-fim.
           exit.
      *---------------------------------------------------------------*
      *    Um relatorio da tabela: presente no diretorio de dados e
      *    mais novo que a ultima geracao do catalogo, vira geracao.
      *---------------------------------------------------------------*
       200-verificaRelatorio.
           initialize ws-arq-relatorio-ent
           string ws-dir-dados delimited by space
                  "/" delimited by size
                  tbr-relatorio(ind) delimited by space
                                         into ws-arq-relatorio-ent
           end-string
           call "CBL_CHECK_FILE_EXIST" using ws-arq-relatorio-ent
                                             ws-rel-detalhe
           if return-code not = 0
              move zeros                   to return-code
              go to 200-verificaRelatorio-fim
           end-if
           add 1                           to ws-total-verificados
           move ws-rel-ano                 to ws-rdt-ano
           move ws-rel-mes                 to ws-rdt-mes
           move ws-rel-dia                 to ws-rdt-dia
           move ws-rel-hh                  to ws-rhr-hh
           move ws-rel-mi                  to ws-rhr-mi
           move ws-rel-ss                  to ws-rhr-ss
           move ws-rel-cc                  to ws-rhr-cc
      *    ultima geracao do relatorio: a maior chave com o nome dele
           move "S"                        to ws-rel-novo
           initialize rcat-registro
           move tbr-relatorio(ind)         to rcat-relatorio
           move 99999999                   to rcat-data
                                              rcat-hora
           start relcatalogo key not > rcat-chave
           if ws-status = "00" or "02"
              read relcatalogo next record
              if (ws-status = "00" or "02") and
                 rcat-relatorio = tbr-relatorio(ind)
                 if rcat-data > ws-rel-data or
                    (rcat-data = ws-rel-data and
                     rcat-hora >= ws-rel-hora)
                    move "N"               to ws-rel-novo
                 end-if
              end-if
           end-if
           if not ws-rel-novo-sim
              go to 200-verificaRelatorio-fim
           end-if
           perform 300-guardaGeracao
              thru 300-guardaGeracao-fim
           perform 400-podaGeracoes
              thru 400-podaGeracoes-fim
           .
       200-verificaRelatorio-fim.
           exit.
      *---------------------------------------------------------------*
      *    Copia o relatorio, linha por linha, para relatorios/ e
      *    anota a geracao no catalogo com a contagem de linhas e de
      *    paginas.
      *---------------------------------------------------------------*
       300-guardaGeracao.
           move spaces                     to ws-rel-base
           unstring tbr-relatorio(ind) delimited by "."
                                         into ws-rel-base
           end-unstring
           initialize rcat-registro
           move tbr-relatorio(ind)         to rcat-relatorio
           move ws-rel-data                to rcat-data
           move ws-rel-hora                to rcat-hora
           string "relatorios/" delimited by size
                  ws-rel-base delimited by space
                  "-" ws-rel-data "-" ws-rel-hora ".txt"
                                           delimited by size
                                         into rcat-arquivo
           end-string
           initialize ws-arq-relatorio-sai
           string ws-dir-dados delimited by space
                  "/" delimited by size
                  rcat-arquivo delimited by space
                                         into ws-arq-relatorio-sai
           end-string
           open input relatorio-ent
           if ws-status <> "00"
              display "GUARDAREL: " tbr-relatorio(ind)
                      " ilegivel, FS: (" ws-status ") - nao guardado"
              go to 300-guardaGeracao-fim
           end-if
           open output relatorio-sai
           if ws-status <> "00"
              display "GUARDAREL: erro de gravacao em relatorios/, "
                      "FS: (" ws-status ") - " tbr-relatorio(ind)
                      " nao guardado"
              close relatorio-ent
              go to 300-guardaGeracao-fim
           end-if
           move zeros                      to ws-linhas
                                              ws-cabecalhos
           perform until exit
              read relatorio-ent
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-linhas
              inspect ent-linha tallying ws-cabecalhos
                                 for all "PAGINA:"
              write sai-linha            from ent-linha
           end-perform
           close relatorio-ent
           close relatorio-sai
           if ws-cabecalhos > 0
              move ws-cabecalhos           to ws-paginas
           else
              compute ws-paginas = (ws-linhas + 59) / 60
           end-if
           move tbr-programa(ind)          to rcat-programa
           move ws-ambiente                to rcat-ambiente
           move ws-paginas                 to rcat-paginas
           move ws-linhas                  to rcat-linhas
           accept rcat-guardado-data       from date yyyymmdd
           accept rcat-guardado-hora       from time
           write rcat-registro
           if ws-status <> "00" and "02"
              display "GUARDAREL: " tbr-relatorio(ind)
                      " copiado mas fora do catalogo, FS: ("
                      ws-status ")"
              go to 300-guardaGeracao-fim
           end-if
           add 1                           to ws-total-guardados
           .
       300-guardaGeracao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Conta as geracoes do relatorio e apaga, a partir da mais
      *    antiga, as que passam de RELGERACOES (catalogo e disco).
      *---------------------------------------------------------------*
       400-podaGeracoes.
           move zeros                      to ws-geracoes-rel
           initialize rcat-registro
           move tbr-relatorio(ind)         to rcat-relatorio
           start relcatalogo key not < rcat-chave
           if ws-status <> "00" and "02"
              go to 400-podaGeracoes-fim
           end-if
           perform until exit
              read relcatalogo next record
              if (ws-status <> "00" and "02") or
                 rcat-relatorio not = tbr-relatorio(ind)
                 exit perform
              end-if
              add 1                        to ws-geracoes-rel
           end-perform
           if ws-geracoes-rel <= ws-geracoes
              go to 400-podaGeracoes-fim
           end-if
           compute ws-geracoes-sobra = ws-geracoes-rel - ws-geracoes
           perform until ws-geracoes-sobra = 0
              initialize rcat-registro
              move tbr-relatorio(ind)      to rcat-relatorio
              start relcatalogo key not < rcat-chave
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              read relcatalogo next record
              if (ws-status <> "00" and "02") or
                 rcat-relatorio not = tbr-relatorio(ind)
                 exit perform
              end-if
              initialize ws-arq-apaga
              string ws-dir-dados delimited by space
                     "/" delimited by size
                     rcat-arquivo delimited by space
                                         into ws-arq-apaga
              end-string
              delete relcatalogo record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              call "CBL_DELETE_FILE" using ws-arq-apaga
              move zeros                   to return-code
              add 1                        to ws-total-podados
              subtract 1                 from ws-geracoes-sobra
           end-perform
           .
       400-podaGeracoes-fim.
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
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-dir-relatorios
           string ws-dir-dados delimited by space
                  "/relatorios" delimited by size
                                         into ws-dir-relatorios
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           stop run.
