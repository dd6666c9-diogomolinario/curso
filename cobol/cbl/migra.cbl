      *      rejeitados  ganhou rej-tipo-mov (branco = inclusao, o
      *                  unico movimento que existia ate entao);
      *      categoria   ganhou cat-valor-maximo (zeros = sem teto)
      *                  e cat-bloqueada ("N");
      *      versoes     ganhou ver-execucao (brancos = versao
      *                  gravada fora de uma rodada em massa).
      *    Roda sozinho, sem depender de inicio.cbl, ANTES da
      *    primeira abertura dos programas novos - um arquivo no
      *    layout antigo abriria com FS 39 e derrubaria ate o logon.
                  access mode          is sequential
                  file status          is ws-status
                  record key           is cat-chave.
           select ver-vel       ASSIGN using ws-arq-ver-vel
                  organization         is indexed
                  access mode          is sequential
                  file status          is ws-status
                  record key           is vv-chave.
           select ver-nov       ASSIGN using ws-arq-ver-nov
                  organization         is indexed
                  access mode          is sequential
                  file status          is ws-status
                  record key           is ver-chave.
      *---------------------------------------------------------------*
       data division.
       file section.
              02 cat-nome              pic x(020).
              02 cat-valor-maximo      pic 9(009)v99.
              02 cat-bloqueada         pic x(001).

           fd ver-vel.
           01 vv-registro.
              02 vv-chave.
                 03 vv-codigo          pic 9(005).
                 03 vv-data            pic 9(008).
                 03 vv-hora            pic 9(008).
              02 vv-descricao          pic x(020).
              02 vv-dtTeste            pic 9(008).
              02 vv-situacao           pic x(001).
              02 vv-categoria          pic 9(003).
              02 vv-valor              pic 9(009)v99.
              02 vv-quantidade         pic 9(005).

           fd ver-nov.
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
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-arq-rej-nov               pic x(064)  value spaces.
       01 ws-arq-cat-vel               pic x(064)  value spaces.
       01 ws-arq-cat-nov               pic x(064)  value spaces.
       01 ws-arq-ver-vel               pic x(064)  value spaces.
       01 ws-arq-ver-nov               pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-lidos                     pic 9(007)  value zeros.
              thru 200-migraRejeitados-fim
           perform 300-migraCategoria
              thru 300-migraCategoria-fim
           perform 400-migraVersoes
              thru 400-migraVersoes-fim
           display "Confira os totais e renomeie cada .novo por "
                   "cima do original."
           go to 999-fim.
           .
       300-migraCategoria-fim.
           exit.
      *---------------------------------------------------------------*
       400-migraVersoes.
           move zeros                      to ws-lidos
                                              ws-gravados
           open input ver-vel
           if ws-status <> "00"
              display "VERSOES...: nao aberto FS=(" ws-status
                      ") - pulado"
              go to 400-migraVersoes-fim
           end-if
           open output ver-nov
           if ws-status <> "00"
              display "VERSOES...: versoes.novo nao criado FS=("
                      ws-status ") - pulado"
              close ver-vel
              go to 400-migraVersoes-fim
           end-if
           perform until exit
              read ver-vel next record
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-lidos
              initialize ver-registro
              move vv-codigo               to ver-codigo
              move vv-data                 to ver-data
              move vv-hora                 to ver-hora
              move vv-descricao            to ver-descricao
              move vv-dtTeste              to ver-dtTeste
              move vv-situacao             to ver-situacao
              move vv-categoria            to ver-categoria
              move vv-valor                to ver-valor
              move vv-quantidade           to ver-quantidade
              move spaces                  to ver-execucao
              write ver-registro
              if ws-status <> "00" and "02"
                 display "VERSOES...: erro de gravacao codigo="
                         vv-codigo " FS=(" ws-status ")"
                 exit perform
              end-if
              add 1                        to ws-gravados
           end-perform
           close ver-vel
           close ver-nov
           display "VERSOES...: lidos=" ws-lidos
                   " gravados=" ws-gravados
           .
       400-migraVersoes-fim.
           exit.
      *---------------------------------------------------------------*
      *    Resolve o diretorio de dados da variavel de ambiente
      *    CURSODADOS e o ambiente (TEST/PROD) de CURSOAMB, para
                  "/categoria.novo" delimited by size
                                         into ws-arq-cat-nov
           end-string
           initialize ws-arq-ver-vel
           string ws-dir-dados delimited by space
                  "/versoes" delimited by size
                                         into ws-arq-ver-vel
           end-string
           initialize ws-arq-ver-nov
           string ws-dir-dados delimited by space
                  "/versoes.novo" delimited by size
                                         into ws-arq-ver-nov
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
