       IDENTIFICATION DIVISION.
       PROGRAM-ID. rhcarga.
       AUTHOR. diogo.
       DATE-WRITTEN. 15/10/2026.
      *---------------------------------------------------------------*
      *    Carga diaria do quadro de pessoal enviado pelo RH
      *    (rhquadro.txt, uma linha por funcionario, colunas fixas):
      *      01-08  matricula = id do usuario
      *      10-29  nome
      *      31     situacao A = ativo, L = licenca/afastado,
      *             D = desligado
      *      33-52  cargo
      *    contra o arquivo de usuarios:
      *      - funcionario ativo sem conta: a conta e criada com o
      *        perfil do cargo, senha provisoria igual ao id e data
      *        de senha zerada (troca obrigatoria no primeiro logon
      *        de inicio.cbl, como a inclusao de usuario.cbl);
      *      - funcionario ativo com conta: perfil acertado pelo
      *        cargo e nome acertado pelo RH; conta bloqueada NAO e
      *        liberada aqui (pode ser bloqueio por falha de senha) -
      *        sai como excecao para um perfil A liberar em
      *        usuario.cbl;
      *      - funcionario em licenca ou desligado: conta bloqueada.
      *    O perfil vem da tabela rhcargos.par (colunas 01-20 cargo,
      *    22 perfil A/O/T); cargo fora da tabela nao cria conta nem
      *    mexe no perfil. Toda alteracao vai para seguranca.log
      *    (eventos RHCRIA, RHPERFIL, RHNOME, RHBLOQUEIO, origem=RH).
      *    O relatorio rhcarga.txt lista as alteracoes, as linhas
      *    rejeitadas e, no fim, as contas do arquivo de usuarios
      *    que nao constam do quadro (contas manuais). Sem o quadro
      *    ou sem a tabela de cargos nada e alterado (rc 8).
      *---------------------------------------------------------------*
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
      *---------------------------------------------------------------*
       input-output section.
       file-control.
      *---------------------------------------------------------------*
           select usuarios      ASSIGN using ws-arq-usuarios
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is usu-chave.
           select rh-quadro     ASSIGN using ws-arq-rh-quadro
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select rh-cargos     ASSIGN using ws-arq-rh-cargos
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select seguranca-log ASSIGN using ws-arq-seguranca-log
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select rh-rpt        ASSIGN using ws-arq-rh-rpt
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
      *---------------------------------------------------------------*
       data division.
       file section.
      *---------------------------------------------------------------*
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
                 88 usu-bloqueado-nao  value "N".
              02 usu-dt-senha          pic 9(008).

           fd rh-quadro.
           01 rh-registro.
              02 rh-id                 pic x(008).
              02 filler                pic x(001).
              02 rh-nome               pic x(020).
              02 filler                pic x(001).
              02 rh-situacao           pic x(001).
                 88 rh-situacao-ativo      value "A".
                 88 rh-situacao-licenca    value "L".
                 88 rh-situacao-desligado  value "D".
              02 filler                pic x(001).
              02 rh-cargo              pic x(020).

           fd rh-cargos.
           01 cg-registro.
              02 cg-cargo              pic x(020).
              02 filler                pic x(001).
              02 cg-perfil             pic x(001).

           fd seguranca-log.
           01 seg-registro             pic x(080).

           fd rh-rpt.
           01 rpt-linha                pic x(132).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
       01 ws-dir-dados                 pic x(040)  value spaces.
       01 ws-ambiente                  pic x(004)  value spaces.
       01 ws-amb-ok                    pic x(001)  value "N".
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-usuarios              pic x(064)  value spaces.
       01 ws-arq-rh-quadro             pic x(064)  value spaces.
       01 ws-arq-rh-cargos             pic x(064)  value spaces.
       01 ws-arq-seguranca-log         pic x(064)  value spaces.
       01 ws-arq-rh-rpt                pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.

      *    tabela de cargos -> perfil (rhcargos.par)
       01 tb-cargo-max                 pic 9(003)  value zeros.
       01 tb-cargo-tab.
          02 tb-cargo occurs 200.
             03 tbc-cargo              pic x(020).
             03 tbc-perfil             pic x(001).
       01 ind                          pic 9(004)  value zeros.

      *    matriculas ja lidas no quadro (duplicidade e contas
      *    manuais)
       01 tb-quadro-max                pic 9(004)  value zeros.
       01 tb-quadro-tab.
          02 tb-quadro occurs 3000.
             03 tbq-id                 pic x(008).
       01 ind-q                        pic 9(004)  value zeros.
       01 ws-achou                     pic x(001)  value "N".
          88 ws-achou-sim              value "S".

       01 ws-perfil-novo               pic x(001)  value spaces.
       01 ws-perfil-antigo             pic x(001)  value spaces.
       01 ws-nome-antigo               pic x(020)  value spaces.
       01 ws-seg-evento                pic x(010)  value spaces.
       01 ws-seg-detalhe               pic x(025)  value spaces.
       01 ws-acao                      pic x(010)  value spaces.
       01 ws-detalhe                   pic x(080)  value spaces.
       01 ws-alterou                   pic x(001)  value "N".
          88 ws-alterou-sim            value "S".

       01 ws-linha                     pic 9(005)  value zeros.
       01 ws-linha-ed                  pic zzzz9.
       01 ws-qtde-ed                   pic zzzz9.

       01 ws-total-lidas               pic 9(005)  value zeros.
       01 ws-total-rejeitadas          pic 9(005)  value zeros.
       01 ws-total-criadas             pic 9(005)  value zeros.
       01 ws-total-perfis              pic 9(005)  value zeros.
       01 ws-total-nomes               pic 9(005)  value zeros.
       01 ws-total-bloqueadas          pic 9(005)  value zeros.
       01 ws-total-sem-mudanca         pic 9(005)  value zeros.
       01 ws-total-manuais             pic 9(005)  value zeros.
       01 ws-cargos-lidas              pic 9(003)  value zeros.
       01 ws-cargos-ignoradas          pic 9(003)  value zeros.

       01 ws-minusculas                pic x(026)  value
           "abcdefghijklmnopqrstuvwxyz".
       01 ws-maiusculas                pic x(026)  value
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
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
           perform 100-leCargos
              thru 100-leCargos-fim
           perform 150-abreArquivos
              thru 150-abreArquivos-fim
           perform 200-processaQuadro
              thru 200-processaQuadro-fim
           perform 400-contasManuais
              thru 400-contasManuais-fim
           perform 900-imprimeResumo
              thru 900-imprimeResumo-fim
           go to 999-fim.
      *---------------------------------------------------------------*
      *    Carrega rhcargos.par: cargo em branco ou perfil fora de
      *    A/O/T sao ignorados (contados no relatorio); cargo
      *    repetido vale a primeira linha. Sem nenhuma linha valida
      *    o programa nao segue.
      *---------------------------------------------------------------*
       100-leCargos.
           open input rh-cargos
           if ws-status <> "00"
              display "RHCARGA: rhcargos.par ausente ou ilegivel, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           perform until exit
              read rh-cargos
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-cargos-lidas
              inspect cg-registro converting ws-minusculas
                                          to ws-maiusculas
              if cg-cargo = spaces or
                 (cg-perfil <> "A" and "O" and "T") or
                 tb-cargo-max >= 200
                 add 1                     to ws-cargos-ignoradas
                 exit perform cycle
              end-if
              add 1                        to tb-cargo-max
              move cg-cargo                to tbc-cargo(tb-cargo-max)
              move cg-perfil               to tbc-perfil(tb-cargo-max)
           end-perform
           close rh-cargos
           if tb-cargo-max = 0
              display "RHCARGA: rhcargos.par sem cargo valido - "
                      "encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           .
       100-leCargos-fim.
           exit.
      *---------------------------------------------------------------*
       150-abreArquivos.
           open input rh-quadro
           if ws-status <> "00"
              display "RHCARGA: rhquadro.txt ausente ou ilegivel, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open i-o usuarios
           if ws-status <> "00" and "05"
              display "RHCARGA: erro de abertura no arq {USUARIOS}, "
                      "FS: (" ws-status ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open extend seguranca-log
           if ws-status = "35"
              open output seguranca-log
              close seguranca-log
              open extend seguranca-log
           end-if
           if ws-status <> "00" and "05"
              display "RHCARGA: erro de abertura no arq "
                      "{SEGURANCA.LOG}, FS: (" ws-status
                      ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           open output rh-rpt
           if ws-status <> "00"
              display "RHCARGA: erro de abertura no arq "
                      "{RHCARGA.TXT}, FS: (" ws-status
                      ") - encerrando"
              move 8                       to return-code
              go to 999-fim
           end-if
           initialize rpt-linha
           string "CARGA DO QUADRO DE PESSOAL (RH) - emitida em "
                  ws-data-exec(7:2) "/" ws-data-exec(5:2) "/"
                  ws-data-exec(1:4)
                  " - AMB " ws-ambiente
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to rpt-linha
           write rpt-linha
           initialize rpt-linha
           string " LINHA ID       ACAO       DETALHE"
                                           into rpt-linha
           end-string
           write rpt-linha
           .
       150-abreArquivos-fim.
           exit.
      *---------------------------------------------------------------*
      *    Uma linha do quadro por vez: valida, guarda a matricula e
      *    aplica na conta.
      *---------------------------------------------------------------*
       200-processaQuadro.
           perform until exit
              read rh-quadro
              if ws-status <> "00"
                 exit perform
              end-if
              add 1                        to ws-linha
              if rh-registro = spaces
                 exit perform cycle
              end-if
              add 1                        to ws-total-lidas
              inspect rh-id converting ws-minusculas
                                    to ws-maiusculas
              inspect rh-situacao converting ws-minusculas
                                          to ws-maiusculas
              inspect rh-cargo converting ws-minusculas
                                       to ws-maiusculas
              perform 210-validaLinha
                 thru 210-validaLinha-fim
              if ws-acao = "REJEITADA"
                 add 1                     to ws-total-rejeitadas
                 perform 800-imprimeAcao
                    thru 800-imprimeAcao-fim
                 exit perform cycle
              end-if
              perform 300-aplicaConta
                 thru 300-aplicaConta-fim
           end-perform
           close rh-quadro
           .
       200-processaQuadro-fim.
           exit.
      *---------------------------------------------------------------*
      *    Rejeita id em branco, matricula repetida no quadro e
      *    situacao invalida; o perfil do cargo fica em
      *    ws-perfil-novo (espaco = cargo fora da tabela).
      *---------------------------------------------------------------*
       210-validaLinha.
           move spaces                     to ws-acao
                                              ws-detalhe
                                              ws-perfil-novo
           if rh-id = spaces
              move "REJEITADA"             to ws-acao
              move "matricula em branco"   to ws-detalhe
              go to 210-validaLinha-fim
           end-if
           move "N"                        to ws-achou
           perform varying ind-q from 1 by 1
                     until ind-q > tb-quadro-max
              if tbq-id(ind-q) = rh-id
                 move "S"                  to ws-achou
              end-if
           end-perform
           if ws-achou-sim
              move "REJEITADA"             to ws-acao
              move "matricula repetida no quadro"
                                           to ws-detalhe
              go to 210-validaLinha-fim
           end-if
           if tb-quadro-max < 3000
              add 1                        to tb-quadro-max
              move rh-id                   to tbq-id(tb-quadro-max)
           end-if
           if not rh-situacao-ativo and not rh-situacao-licenca and
              not rh-situacao-desligado
              move "REJEITADA"             to ws-acao
              string "situacao [" rh-situacao
                     "] invalida (use A, L ou D)"
                                           into ws-detalhe
              end-string
              go to 210-validaLinha-fim
           end-if
           perform varying ind from 1 by 1 until ind > tb-cargo-max
              if tbc-cargo(ind) = rh-cargo
                 move tbc-perfil(ind)      to ws-perfil-novo
                 move tb-cargo-max         to ind
              end-if
           end-perform
           .
       210-validaLinha-fim.
           exit.
      *---------------------------------------------------------------*
       300-aplicaConta.
           initialize usu-registro
           move rh-id                      to usu-id
           read usuarios
           if ws-status = "00" or "02"
              perform 320-contaExistente
                 thru 320-contaExistente-fim
           else
              perform 310-contaNova
                 thru 310-contaNova-fim
           end-if
           .
       300-aplicaConta-fim.
           exit.
      *---------------------------------------------------------------*
      *    Sem conta: so o ativo com cargo mapeado ganha conta.
      *---------------------------------------------------------------*
       310-contaNova.
           if not rh-situacao-ativo
              add 1                        to ws-total-sem-mudanca
              go to 310-contaNova-fim
           end-if
           if ws-perfil-novo = spaces
              move "REJEITADA"             to ws-acao
              string "cargo [" rh-cargo "] fora de rhcargos.par - "
                     "conta nao criada"
                                           into ws-detalhe
              end-string
              add 1                        to ws-total-rejeitadas
              perform 800-imprimeAcao
                 thru 800-imprimeAcao-fim
              go to 310-contaNova-fim
           end-if
           initialize usu-registro
           move rh-id                      to usu-id
           move rh-nome                    to usu-nome
           move rh-id                      to usu-senha
           move ws-perfil-novo             to usu-perfil
           move zeros                      to usu-falhas
           move "N"                        to usu-bloqueado
      *    data de senha zerada: o funcionario troca a senha
      *    provisoria no primeiro logon em inicio.cbl
           move zeros                      to usu-dt-senha
           write usu-registro
           if ws-status <> "00" and "02"
              move "REJEITADA"             to ws-acao
              string "erro de gravacao no arq {USUARIOS}, FS: ("
                     ws-status ")"
                                           into ws-detalhe
              end-string
              add 1                        to ws-total-rejeitadas
              perform 800-imprimeAcao
                 thru 800-imprimeAcao-fim
              go to 310-contaNova-fim
           end-if
           add 1                           to ws-total-criadas
           move "RHCRIA"                   to ws-seg-evento
           initialize ws-seg-detalhe
           string " perfil=" ws-perfil-novo
                                           into ws-seg-detalhe
           end-string
           perform 850-registraEvento
              thru 850-registraEvento-fim
           move "CRIADA"                   to ws-acao
           string "perfil " ws-perfil-novo " (" rh-cargo
                  "), senha provisoria com troca no 1o logon"
                                           into ws-detalhe
           end-string
           perform 800-imprimeAcao
              thru 800-imprimeAcao-fim
           .
       310-contaNova-fim.
           exit.
      *---------------------------------------------------------------*
      *    Com conta: licenca/desligado bloqueia; ativo acerta o
      *    perfil pelo cargo e o nome pelo RH.
      *---------------------------------------------------------------*
       320-contaExistente.
           move "N"                        to ws-alterou
           if not rh-situacao-ativo
              if usu-bloqueado-sim
                 add 1                     to ws-total-sem-mudanca
                 go to 320-contaExistente-fim
              end-if
              move "S"                     to usu-bloqueado
              rewrite usu-registro
              if ws-status <> "00" and "02"
                 go to 320-contaExistente-erro
              end-if
              add 1                        to ws-total-bloqueadas
              move "RHBLOQUEIO"            to ws-seg-evento
              initialize ws-seg-detalhe
              if rh-situacao-licenca
                 move " motivo=LICENCA"    to ws-seg-detalhe
                 move "licenca/afastamento no RH"
                                           to ws-detalhe
              else
                 move " motivo=DESLIGADO"  to ws-seg-detalhe
                 move "desligamento no RH" to ws-detalhe
              end-if
              perform 850-registraEvento
                 thru 850-registraEvento-fim
              move "BLOQUEADA"             to ws-acao
              perform 800-imprimeAcao
                 thru 800-imprimeAcao-fim
              go to 320-contaExistente-fim
           end-if
           move usu-perfil                 to ws-perfil-antigo
           move usu-nome                   to ws-nome-antigo
           if ws-perfil-novo = spaces
              move "EXCECAO"               to ws-acao
              string "cargo [" rh-cargo "] fora de rhcargos.par - "
                     "perfil mantido"
                                           into ws-detalhe
              end-string
              perform 800-imprimeAcao
                 thru 800-imprimeAcao-fim
           else
              if ws-perfil-novo not = usu-perfil
                 move ws-perfil-novo       to usu-perfil
                 move "S"                  to ws-alterou
              end-if
           end-if
           if rh-nome not = spaces and rh-nome not = usu-nome
              move rh-nome                 to usu-nome
              move "S"                     to ws-alterou
           end-if
           if ws-alterou-sim
              rewrite usu-registro
              if ws-status <> "00" and "02"
                 go to 320-contaExistente-erro
              end-if
           end-if
           if usu-perfil not = ws-perfil-antigo
              add 1                        to ws-total-perfis
              move "RHPERFIL"              to ws-seg-evento
              initialize ws-seg-detalhe
              string " perfil=" ws-perfil-antigo ">" usu-perfil
                                           into ws-seg-detalhe
              end-string
              perform 850-registraEvento
                 thru 850-registraEvento-fim
              move "PERFIL"                to ws-acao
              string "de " ws-perfil-antigo " para " usu-perfil
                     " (" rh-cargo ")"
                                           into ws-detalhe
              end-string
              perform 800-imprimeAcao
                 thru 800-imprimeAcao-fim
           end-if
           if usu-nome not = ws-nome-antigo
              add 1                        to ws-total-nomes
              move "RHNOME"                to ws-seg-evento
              move spaces                  to ws-seg-detalhe
              perform 850-registraEvento
                 thru 850-registraEvento-fim
              move "NOME"                  to ws-acao
              string "de [" ws-nome-antigo "] para [" usu-nome "]"
                                           into ws-detalhe
              end-string
              perform 800-imprimeAcao
                 thru 800-imprimeAcao-fim
           end-if
           if usu-bloqueado-sim
              move "EXCECAO"               to ws-acao
              move "ativo no RH mas BLOQUEADO - liberar em usuario"
                                           to ws-detalhe
              perform 800-imprimeAcao
                 thru 800-imprimeAcao-fim
           end-if
           if not ws-alterou-sim
              add 1                        to ws-total-sem-mudanca
           end-if
           go to 320-contaExistente-fim
           .
       320-contaExistente-erro.
           move "REJEITADA"                to ws-acao
           string "erro de regravacao no arq {USUARIOS}, FS: ("
                  ws-status ")"
                                           into ws-detalhe
           end-string
           add 1                           to ws-total-rejeitadas
           perform 800-imprimeAcao
              thru 800-imprimeAcao-fim
           .
       320-contaExistente-fim.
           exit.
      *---------------------------------------------------------------*
      *    Contas do arquivo de usuarios que nao vieram no quadro:
      *    criadas a mao em usuario.cbl (ou o ADMIN de fabrica); so
      *    listadas, nunca alteradas.
      *---------------------------------------------------------------*
       400-contasManuais.
           move spaces                     to rpt-linha
           write rpt-linha
           initialize rpt-linha
           string "CONTAS FORA DO QUADRO DO RH (MANUAIS):"
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize rpt-linha
           string "       ID       NOME                 PERFIL "
                  "BLOQUEADA"
                                           into rpt-linha
           end-string
           write rpt-linha
           initialize usu-registro
           move low-values                 to usu-chave
           start usuarios key not < usu-chave
           if ws-status <> "00" and "02"
              go to 400-contasManuais-fim
           end-if
           perform until exit
              read usuarios next
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              move "N"                     to ws-achou
              perform varying ind-q from 1 by 1
                        until ind-q > tb-quadro-max or ws-achou-sim
                 if tbq-id(ind-q) = usu-id
                    move "S"               to ws-achou
                 end-if
              end-perform
              if ws-achou-sim
                 exit perform cycle
              end-if
              add 1                        to ws-total-manuais
              initialize rpt-linha
              string "       " usu-id " " usu-nome " "
                     usu-perfil "      " usu-bloqueado
                                           into rpt-linha
              end-string
              write rpt-linha
           end-perform
           .
       400-contasManuais-fim.
           exit.
      *---------------------------------------------------------------*
       800-imprimeAcao.
           move ws-linha                   to ws-linha-ed
           initialize rpt-linha
           string ws-linha-ed " " rh-id " " ws-acao " " ws-detalhe
                                           into rpt-linha
           end-string
           write rpt-linha
           move spaces                     to ws-detalhe
           .
       800-imprimeAcao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha do arquivo de eventos de seguranca, no formato de
      *    028-registraEvento de inicio.cbl, com a origem RH e o
      *    detalhe do evento.
      *---------------------------------------------------------------*
       850-registraEvento.
           accept ws-data-exec from date yyyymmdd
           accept ws-hora-exec from time
           initialize seg-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-seg-evento
                  " usuario=" rh-id
                  " origem=RH"
                  ws-seg-detalhe
                                           into seg-registro
           end-string
           write seg-registro
           .
       850-registraEvento-fim.
           exit.
      *---------------------------------------------------------------*
       900-imprimeResumo.
           move spaces                     to rpt-linha
           write rpt-linha
           move ws-total-lidas             to ws-qtde-ed
           initialize rpt-linha
           string "LINHAS DO QUADRO........: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-total-criadas           to ws-qtde-ed
           initialize rpt-linha
           string "CONTAS CRIADAS..........: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-total-perfis            to ws-qtde-ed
           initialize rpt-linha
           string "PERFIS ALTERADOS........: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-total-nomes             to ws-qtde-ed
           initialize rpt-linha
           string "NOMES ALTERADOS.........: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-total-bloqueadas        to ws-qtde-ed
           initialize rpt-linha
           string "CONTAS BLOQUEADAS.......: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-total-sem-mudanca       to ws-qtde-ed
           initialize rpt-linha
           string "SEM ALTERACAO...........: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-total-rejeitadas        to ws-qtde-ed
           initialize rpt-linha
           string "LINHAS REJEITADAS.......: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-total-manuais           to ws-qtde-ed
           initialize rpt-linha
           string "CONTAS FORA DO QUADRO...: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           move ws-cargos-lidas            to ws-qtde-ed
           initialize rpt-linha
           string "LINHAS DE RHCARGOS.PAR..: " ws-qtde-ed
                                           into rpt-linha
           end-string
           write rpt-linha
           display "RHCARGA: " ws-total-lidas " linha(s), "
                   ws-total-criadas " criada(s), "
                   ws-total-bloqueadas " bloqueada(s), "
                   ws-total-rejeitadas " rejeitada(s)"
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
           initialize ws-arq-usuarios
           string ws-dir-dados delimited by space
                  "/usuarios" delimited by size
                                         into ws-arq-usuarios
           end-string
           initialize ws-arq-rh-quadro
           string ws-dir-dados delimited by space
                  "/rhquadro.txt" delimited by size
                                         into ws-arq-rh-quadro
           end-string
           initialize ws-arq-rh-cargos
           string ws-dir-dados delimited by space
                  "/rhcargos.par" delimited by size
                                         into ws-arq-rh-cargos
           end-string
           initialize ws-arq-seguranca-log
           string ws-dir-dados delimited by space
                  "/seguranca.log" delimited by size
                                         into ws-arq-seguranca-log
           end-string
           initialize ws-arq-rh-rpt
           string ws-dir-dados delimited by space
                  "/rhcarga.txt" delimited by size
                                         into ws-arq-rh-rpt
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
           exit.
      *---------------------------------------------------------------*
       999-fim.
           close usuarios
           close seguranca-log
           close rh-rpt
           stop run.
