      *    a operacao ver num arquivo so onde a noite parou e por
      *    que. Formato do plano (uma linha por passo):
      *      01-08  nome do passo (ex.: COPIARQ, CARGA, FIMDIA)
      *      09     condicao de execucao do passo:
      *               branco ou D = todo dia
      *               U = so em dia util
      *               F = so no ultimo dia util do mes
      *               I = so no primeiro dia util do mes
      *               1 a 7 = so no dia da semana (1 = segunda,
      *                       7 = domingo)
      *      10-80  comando de shell que executa o passo
      *    Linhas em branco e linhas comecadas por "*" sao ignoradas.
      *    Dia util e segunda a sexta fora do calendario de dias nao
      *    uteis (arquivo "calendario", mantido em calendario.cbl),
      *    sempre pela data em que o condutor comecou. Passo cuja
      *    condicao nao vale hoje nao roda e vai para o diario como
      *    SKIPPED com o motivo (feriado, fim de semana, nao e o
      *    ultimo dia util...); nao conta como falha nem impede a
      *    NOITE CONCLUIDA, e o painel da manha nao o da por ausente.
      *    Um passo que termina com codigo de retorno diferente de
      *    zero e registrado como FALHA e interrompe a corrente; os
      *    passos seguintes nem comecam. Na execucao seguinte o
      *    sem refazer os ja terminados. Quando todos os passos
      *    terminam bem, o diario recebe a marca NOITE CONCLUIDA e a
      *    proxima execucao comeca do primeiro passo de novo.
      *    Enquanto roda, o condutor mantem a trava de manutencao: um
      *    registro do programa NOTURNO no arquivo de sessoes, que
      *    faz inicio, aprova, fusao e rejeitos recusarem o sign-on;
      *    a trava sobe depois de aberto o plano e desce no fim da
      *    execucao (com ou sem NOITE CONCLUIDA). Antes dos passos
      *    destrutivos (COPIARQ, CARGA, EXPURGO e REAJUSTA) espera as
      *    sessoes abertas terminarem, conferindo a cada 30 segundos
      *    por ate NOTURNOESPER minutos (parametro.cbl, padrao 10);
      *    esgotado o prazo o passo roda assim mesmo e cada sessao
      *    ainda aberta fica registrada no diario como SESSAO.
      *---------------------------------------------------------------*
       environment division.
       input-output section.
           select diario-jor    ASSIGN using ws-arq-diario-jor
                  organization         is line SEQUENTIAL
                  file status          is ws-status.
           select sessoes       ASSIGN using ws-arq-sessoes
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is ses-chave.
           select parametros    ASSIGN using ws-arq-parametros
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is prm-chave.
           select calendario    ASSIGN using ws-arq-calendario
                  organization         is indexed
                  access mode          is dynamic
                  file status          is ws-status
                  record key           is cal-chave.
      *---------------------------------------------------------------*
       data division.
       file section.
           fd plano-pla.
           01 pla-registro.
              02 pla-passo             pic x(008).
              02 pla-condicao          pic x(001).
              02 pla-comando           pic x(071).

           fd diario-jor.
           01 jor-registro             pic x(080).

           fd sessoes.
           01 ses-registro.
              02 ses-chave.
                 03 ses-programa       pic x(008).
                 03 ses-usuario        pic x(008).
                 03 ses-data           pic 9(008).
                 03 ses-hora           pic 9(008).
              02 ses-terminal          pic x(020).

           fd parametros.
           01 prm-registro.
              02 prm-chave.
                 03 prm-nome           pic x(012).
              02 prm-valor             pic x(050).

           fd calendario.
           01 cal-registro.
              02 cal-chave.
                 03 cal-data           pic 9(008).
              02 cal-tipo              pic x(001).
                 88 cal-tipo-feriado   value "F".
                 88 cal-tipo-naoutil   value "N".
              02 cal-descricao         pic x(030).
      *---------------------------------------------------------------*
       working-storage section.
      *---------------------------------------------------------------*
          88 ws-amb-ok-sim             value "S".
       01 ws-arq-plano-pla             pic x(064)  value spaces.
       01 ws-arq-diario-jor            pic x(064)  value spaces.
       01 ws-arq-sessoes               pic x(064)  value spaces.
       01 ws-arq-parametros            pic x(064)  value spaces.
       01 ws-arq-calendario            pic x(064)  value spaces.
       01 ws-status                    pic x(002)  value "00".
       01 ws-data-exec                 pic 9(008)  value zeros.
       01 ws-hora-exec                 pic 9(008)  value zeros.
       01 ws-total-passos              pic 9(003)  value zeros.
       01 ws-total-executados          pic 9(003)  value zeros.
       01 ws-total-pulados             pic 9(003)  value zeros.

       01 ws-trava                     pic x(001)  value "N".
          88 ws-trava-sim              value "S".
       01 ws-espera-min                pic 9(003)  value 10.
       01 ws-espera-voltas             pic 9(005)  value zeros.
       01 ws-espera-max                pic 9(005)  value zeros.
       01 ws-sessoes-abertas           pic 9(003)  value zeros.
       01 ws-ses-anota                 pic x(001)  value "N".
          88 ws-ses-anota-sim          value "S".
       01 ws-cmd-espera                pic x(071)  value "sleep 30".

      *    Calendario: situacao do dia da execucao, apurada uma vez
      *    so em 070-preparaCalendario e consultada passo a passo
       01 ws-total-dispensados         pic 9(003)  value zeros.
       01 ws-data-noite                pic 9(008)  value zeros.
       01 ws-cal-aberto                pic x(001)  value "N".
          88 ws-cal-aberto-sim         value "S".
       01 ws-hoje-semana               pic 9(001)  value zeros.
       01 ws-hoje-util                 pic x(001)  value "N".
          88 ws-hoje-util-sim          value "S".
       01 ws-hoje-primeiro             pic x(001)  value "N".
          88 ws-hoje-primeiro-sim      value "S".
       01 ws-hoje-ultimo               pic x(001)  value "N".
          88 ws-hoje-ultimo-sim        value "S".
       01 ws-hoje-motivo               pic x(040)  value spaces.
       01 ws-roda                      pic x(001)  value "S".
          88 ws-roda-sim               value "S".
       01 ws-motivo                    pic x(040)  value spaces.
       01 ws-dia-util                  pic x(001)  value "N".
          88 ws-dia-util-sim           value "S".
       01 ws-dia-semana                pic 9(001)  value zeros.
       01 ws-dia-motivo                pic x(040)  value spaces.
       01 ws-dia-fim                   pic 9(002)  value zeros.
       01 ws-semana-cond               pic 9(001)  value zeros.
       01 tab-semana                   pic x(049)  value
           "SEGUNDATERCA QUARTA QUINTA SEXTA  SABADO DOMINGO".
       01 redefines tab-semana.
          02 tb-semana                 pic x(007)  occurs 7.

      *    dia corrido de uma data e dia da semana (mesma conta de
      *    900-calculaDias em painel.cbl; 1 = segunda ... 7 = domingo)
       01 ws-cnv-data                  pic 9(008)  value zeros.
       01 redefines ws-cnv-data.
          02 ws-cnv-ano                pic 9(004).
          02 ws-cnv-mes                pic 9(002).
          02 ws-cnv-dia                pic 9(002).
       01 ws-cnv-quartos               pic 9(004)  value zeros.
       01 ws-cnv-resto                 pic 9(002)  value zeros.
       01 ws-cnv-dias                  pic 9(007)  value zeros.
       01 ws-cnv-semanas               pic 9(007)  value zeros.
       01 tab-cumDias                  pic x(036)  value
           "000031059090120151181212243273304334".
       01 redefines tab-cumDias.
          02 tb-cumDias                pic 9(003)  occurs 12.
       01 tab-ddMes                    pic x(024)  value
           "312831303130313130313031".
       01 redefines tab-ddMes.
          02 tb-ddMes                  pic 9(002)  occurs 12.
      *---------------------------------------------------------------*
       procedure division.
      *---------------------------------------------------------------*
           end-if
           accept ws-data-exec             from date yyyymmdd
           accept ws-hora-exec             from time
           move ws-data-exec               to ws-data-noite
           perform 100-lePendencia
              thru 100-lePendencia-fim
           open extend diario-jor
              close diario-jor
              go to 999-fim
           end-if
           perform 050-levantaTrava
              thru 050-levantaTrava-fim
           perform 070-preparaCalendario
              thru 070-preparaCalendario-fim
           if ws-retoma-passo not = spaces
              move "S"                     to ws-retomando
              display "NOTURNO: retomando do passo " ws-retoma-passo
              display "NOTURNO: passo " ws-retoma-passo " nao esta "
                      "no plano - nada executado, confira noturno.pla"
           end-if
           if ws-noite-ok-sim and
              (ws-total-executados + ws-total-dispensados) > 0
              accept ws-data-exec          from date yyyymmdd
              accept ws-hora-exec          from time
              initialize jor-registro
              end-string
              write jor-registro
           end-if
           perform 060-baixaTrava
              thru 060-baixaTrava-fim
           close diario-jor
           display "NOTURNO: " ws-total-executados " executados, "
                   ws-total-pulados " pulados, "
                   ws-total-dispensados " dispensados pelo "
                   "calendario de "
                   ws-total-passos " passos do plano"
           go to 999-fim.
      *---------------------------------------------------------------*
           .
       100-lePendencia-fim.
           exit.
      *---------------------------------------------------------------*
      *    Trava de manutencao: o registro do programa NOTURNO no
      *    arquivo de sessoes (o mesmo que os programas on-line
      *    gravam no sign-on). Sem o arquivo de sessoes a noite roda
      *    sem trava, com o aviso no console.
      *---------------------------------------------------------------*
       050-levantaTrava.
           move "N"                        to ws-trava
           perform 110-leEspera
              thru 110-leEspera-fim
           open i-o sessoes
           if ws-status = "35"
              open output sessoes
              close sessoes
              open i-o sessoes
           end-if
           if ws-status <> "00" and "05"
              display "NOTURNO: erro de abertura no arq {SESSOES}, "
                      "FS: (" ws-status ") - noite sem trava"
              go to 050-levantaTrava-fim
           end-if
           initialize ses-registro
           move "NOTURNO"                  to ses-programa
           accept ses-usuario from environment "LOGNAME"
           if ses-usuario = spaces
              move "NOTURNO"               to ses-usuario
           end-if
           accept ses-data from date yyyymmdd
           accept ses-hora from time
           move "BATCH"                    to ses-terminal
           perform until exit
              write ses-registro
              if ws-status <> "22" or ses-hora = 99999999
                 exit perform
              end-if
              add 1                        to ses-hora
           end-perform
           if ws-status = "00" or "02"
              move "S"                     to ws-trava
              move "TRAVA"                 to ws-evento
              move "LEVANTA"               to ws-passo
              perform 800-anota
                 thru 800-anota-fim
           end-if
           close sessoes
           .
       050-levantaTrava-fim.
           exit.
      *---------------------------------------------------------------*
      *    Baixa a trava: apaga todo registro do programa NOTURNO,
      *    inclusive a trava esquecida por uma execucao derrubada
      *    no meio.
      *---------------------------------------------------------------*
       060-baixaTrava.
           if not ws-trava-sim
              go to 060-baixaTrava-fim
           end-if
           open i-o sessoes
           if ws-status <> "00" and "05"
              display "NOTURNO: erro de abertura no arq {SESSOES}, "
                      "FS: (" ws-status ") - trava nao baixada"
              go to 060-baixaTrava-fim
           end-if
           perform until exit
              initialize ses-registro
              move "NOTURNO"               to ses-programa
              start sessoes key not < ses-chave
              if ws-status <> "00" and "02"
                 exit perform
              end-if
              read sessoes next record
              if (ws-status <> "00" and "02") or
                 ses-programa not = "NOTURNO"
                 exit perform
              end-if
              delete sessoes record
              if ws-status <> "00" and "02"
                 exit perform
              end-if
           end-perform
           close sessoes
           move "N"                        to ws-trava
           move "TRAVA"                    to ws-evento
           move "BAIXA"                    to ws-passo
           perform 800-anota
              thru 800-anota-fim
           .
       060-baixaTrava-fim.
           exit.
      *---------------------------------------------------------------*
      *    Espera maxima pelas sessoes abertas, em minutos, no
      *    parametro NOTURNOESPER do arquivo central de parametros;
      *    sem ele vale o padrao de 10 minutos (zero = nao espera).
      *---------------------------------------------------------------*
       110-leEspera.
           open input parametros
           if ws-status <> "00"
              go to 110-leEspera-fim
           end-if
           initialize prm-registro
           move "NOTURNOESPER"             to prm-nome
           read parametros
           if (ws-status = "00" or "02") and
              prm-valor(1:9) is numeric
              move prm-valor(7:3)          to ws-espera-min
           end-if
           close parametros
           .
       110-leEspera-fim.
           exit.
      *---------------------------------------------------------------*
      *    Situacao do dia da execucao no calendario: dia da semana,
      *    se e util (e o motivo quando nao e) e se e o primeiro ou o
      *    ultimo dia util do mes, olhando os dias que faltam de um
      *    lado e do outro. Sem o arquivo calendario so sabado e
      *    domingo contam como dias nao uteis, com aviso no console.
      *---------------------------------------------------------------*
       070-preparaCalendario.
           move "N"                        to ws-cal-aberto
           open input calendario
           if ws-status = "00"
              move "S"                     to ws-cal-aberto
           else
              display "NOTURNO: calendario ausente, FS: (" ws-status
                      ") - so sabado e domingo contam como nao uteis"
           end-if
           move ws-data-noite              to ws-cnv-data
           perform 720-avaliaDia
              thru 720-avaliaDia-fim
           move ws-dia-semana              to ws-hoje-semana
           move ws-dia-util                to ws-hoje-util
           move ws-dia-motivo              to ws-hoje-motivo
           move "N"                        to ws-hoje-primeiro
                                              ws-hoje-ultimo
           if not ws-hoje-util-sim
              go to 070-preparaCalendario-sai
           end-if
      *    ultimo dia util: nenhum dia util de amanha ao fim do mes
           move tb-ddMes(ws-cnv-mes)       to ws-dia-fim
           if ws-cnv-mes = 2
              divide ws-cnv-ano            by 4
                                       giving ws-cnv-quartos
                                    remainder ws-cnv-resto
              if ws-cnv-resto = 0
                 move 29                   to ws-dia-fim
              end-if
           end-if
           move "S"                        to ws-hoje-ultimo
           move ws-data-noite              to ws-cnv-data
           perform until ws-cnv-dia >= ws-dia-fim
                      or not ws-hoje-ultimo-sim
              add 1                        to ws-cnv-dia
              perform 720-avaliaDia
                 thru 720-avaliaDia-fim
              if ws-dia-util-sim
                 move "N"                  to ws-hoje-ultimo
              end-if
           end-perform
      *    primeiro dia util: nenhum dia util do dia 1 a ontem
           move "S"                        to ws-hoje-primeiro
           move ws-data-noite              to ws-cnv-data
           perform until ws-cnv-dia <= 1
                      or not ws-hoje-primeiro-sim
              subtract 1                 from ws-cnv-dia
              perform 720-avaliaDia
                 thru 720-avaliaDia-fim
              if ws-dia-util-sim
                 move "N"                  to ws-hoje-primeiro
              end-if
           end-perform
           .
       070-preparaCalendario-sai.
           if ws-cal-aberto-sim
              close calendario
           end-if
           .
       070-preparaCalendario-fim.
           exit.
      *---------------------------------------------------------------*
      *    Avalia a data de ws-cnv-data: dia da semana pelo dia
      *    corrido (o dia corrido zero cai numa sexta-feira), fim de
      *    semana e, nos dias de semana, o calendario.
      *---------------------------------------------------------------*
       720-avaliaDia.
           move "S"                        to ws-dia-util
           move spaces                     to ws-dia-motivo
           perform 900-calculaDias
              thru 900-calculaDias-fim
           add 4                           to ws-cnv-dias
           divide ws-cnv-dias              by 7
                                       giving ws-cnv-semanas
                                    remainder ws-dia-semana
           add 1                           to ws-dia-semana
           if ws-dia-semana > 5
              move "N"                     to ws-dia-util
              string "FIM DE SEMANA (" delimited by size
                     tb-semana(ws-dia-semana) delimited by space
                     ")" delimited by size into ws-dia-motivo
              end-string
              go to 720-avaliaDia-fim
           end-if
           if not ws-cal-aberto-sim
              go to 720-avaliaDia-fim
           end-if
           initialize cal-registro
           move ws-cnv-data                to cal-data
           read calendario
           if ws-status = "00" or "02"
              move "N"                     to ws-dia-util
              if cal-tipo-feriado
                 string "FERIADO " cal-descricao
                                           into ws-dia-motivo
                 end-string
              else
                 string "DIA NAO UTIL " cal-descricao
                                           into ws-dia-motivo
                 end-string
              end-if
           end-if
           .
       720-avaliaDia-fim.
           exit.
      *---------------------------------------------------------------*
       900-calculaDias.
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
       900-calculaDias-fim.
           exit.
      *---------------------------------------------------------------*
       200-percorrePlano.
           perform until exit
                    exit perform cycle
                 end-if
              end-if
              perform 250-avaliaCondicao
                 thru 250-avaliaCondicao-fim
              if not ws-roda-sim
                 add 1                     to ws-total-dispensados
                 move "SKIPPED"            to ws-evento
                 perform 800-anota
                    thru 800-anota-fim
                 display "NOTURNO: passo " ws-passo " dispensado - "
                         ws-motivo
                 exit perform cycle
              end-if
              perform 300-executaPasso
                 thru 300-executaPasso-fim
              if not ws-noite-ok-sim
       200-percorrePlano-fim.
           exit.
      *---------------------------------------------------------------*
      *    Condicao da coluna 09 do plano contra a situacao do dia
      *    apurada em 070-preparaCalendario; ws-roda desligado leva o
      *    motivo em ws-motivo para o SKIPPED do diario.
      *---------------------------------------------------------------*
       250-avaliaCondicao.
           move "S"                        to ws-roda
           move spaces                     to ws-motivo
           evaluate true
           when pla-condicao = space or "D"
              continue
           when pla-condicao = "U"
              if not ws-hoje-util-sim
                 move "N"                  to ws-roda
                 move ws-hoje-motivo       to ws-motivo
              end-if
           when pla-condicao = "F"
              if not ws-hoje-util-sim
                 move "N"                  to ws-roda
                 move ws-hoje-motivo       to ws-motivo
              else
                 if not ws-hoje-ultimo-sim
                    move "N"               to ws-roda
                    move "NAO E O ULTIMO DIA UTIL DO MES"
                                           to ws-motivo
                 end-if
              end-if
           when pla-condicao = "I"
              if not ws-hoje-util-sim
                 move "N"                  to ws-roda
                 move ws-hoje-motivo       to ws-motivo
              else
                 if not ws-hoje-primeiro-sim
                    move "N"               to ws-roda
                    move "NAO E O PRIMEIRO DIA UTIL DO MES"
                                           to ws-motivo
                 end-if
              end-if
           when pla-condicao >= "1" and pla-condicao <= "7"
              move pla-condicao            to ws-semana-cond
              if ws-semana-cond not = ws-hoje-semana
                 move "N"                  to ws-roda
                 string "SO RODA " delimited by size
                        tb-semana(ws-semana-cond) delimited by space
                        ", HOJE E " delimited by size
                        tb-semana(ws-hoje-semana) delimited by space
                                           into ws-motivo
                 end-string
              end-if
           when other
              move "N"                     to ws-roda
              string "CONDICAO INVALIDA [" pla-condicao
                     "] NA COLUNA 09"      into ws-motivo
              end-string
           end-evaluate
           .
       250-avaliaCondicao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Executa um passo pelo shell e julga o codigo de retorno:
      *    zero segue a corrente, diferente de zero registra FALHA e
      *    derruba a noite (a retomada parte daqui na proxima vez).
      *---------------------------------------------------------------*
       300-executaPasso.
           if ws-passo = "COPIARQ" or "CARGA" or "EXPURGO" or
                         "REAJUSTA"
              perform 320-aguardaSessoes
                 thru 320-aguardaSessoes-fim
           end-if
           move "INICIO"                   to ws-evento
           perform 800-anota
              thru 800-anota-fim
       300-executaPasso-fim.
           exit.
      *---------------------------------------------------------------*
      *    Antes de um passo destrutivo: enquanto houver sessao
      *    on-line aberta, dorme 30 segundos e confere de novo, ate
      *    o limite de NOTURNOESPER. Se ainda sobrar sessao, cada uma
      *    vai para o diario (SESSAO) e o passo segue.
      *---------------------------------------------------------------*
       320-aguardaSessoes.
           move zeros                      to ws-espera-voltas
           compute ws-espera-max = ws-espera-min * 2
           move "N"                        to ws-ses-anota
           perform until exit
              perform 330-contaSessoes
                 thru 330-contaSessoes-fim
              if ws-sessoes-abertas = 0
                 exit perform
              end-if
              if ws-espera-voltas >= ws-espera-max
                 move "S"                  to ws-ses-anota
                 perform 330-contaSessoes
                    thru 330-contaSessoes-fim
                 display "NOTURNO: " ws-sessoes-abertas
                         " sessoes ainda abertas - passo " ws-passo
                         " segue assim mesmo (ver diario)"
                 exit perform
              end-if
              if ws-espera-voltas = 0
                 display "NOTURNO: aguardando " ws-sessoes-abertas
                         " sessoes on-line antes do passo " ws-passo
              end-if
              add 1                        to ws-espera-voltas
              call "SYSTEM" using ws-cmd-espera
              move zeros                   to return-code
           end-perform
           .
       320-aguardaSessoes-fim.
           exit.
      *---------------------------------------------------------------*
      *    Conta as sessoes on-line (tudo que nao e a propria trava)
      *    e, com ws-ses-anota ligado, registra cada uma no diario.
      *---------------------------------------------------------------*
       330-contaSessoes.
           move zeros                      to ws-sessoes-abertas
           open input sessoes
           if ws-status <> "00"
              go to 330-contaSessoes-fim
           end-if
           move low-values                 to ses-chave
           start sessoes key not < ses-chave
           if ws-status = "00" or "02"
              perform until exit
                 read sessoes next record
                 if ws-status <> "00" and "02"
                    exit perform
                 end-if
                 if ses-programa not = "NOTURNO"
                    add 1                  to ws-sessoes-abertas
                    if ws-ses-anota-sim
                       perform 340-anotaSessao
                          thru 340-anotaSessao-fim
                    end-if
                 end-if
              end-perform
           end-if
           close sessoes
           .
       330-contaSessoes-fim.
           exit.
      *---------------------------------------------------------------*
       340-anotaSessao.
           accept ws-data-exec             from date yyyymmdd
           accept ws-hora-exec             from time
           move "SESSAO"                   to ws-evento
           initialize jor-registro
           string ws-data-exec "-" ws-hora-exec
                  " " ws-evento
                  " passo=" ws-passo
                  " aberta=" ses-programa "/" ses-usuario
                  " desde " ses-hora(1:4)  into jor-registro
           end-string
           write jor-registro
           .
       340-anotaSessao-fim.
           exit.
      *---------------------------------------------------------------*
      *    Linha do diario: data-hora, evento de 8 posicoes, o passo
      *    e, no FIM/FALHA, o codigo de retorno.
      *---------------------------------------------------------------*
           accept ws-data-exec             from date yyyymmdd
           accept ws-hora-exec             from time
           initialize jor-registro
           if ws-evento = "SKIPPED"
              string ws-data-exec "-" ws-hora-exec
                     " " ws-evento
                     " passo=" ws-passo
                     " motivo=" ws-motivo  into jor-registro
              end-string
              write jor-registro
              go to 800-anota-fim
           end-if
           if ws-evento = "FIM" or "FALHA"
              if ws-retorno < 0 or ws-retorno > 99999
                 move 99999                to ws-retorno-ed
                  "/noturno.jor" delimited by size
                                         into ws-arq-diario-jor
           end-string
           initialize ws-arq-sessoes
           string ws-dir-dados delimited by space
                  "/sessoes" delimited by size
                                         into ws-arq-sessoes
           end-string
           initialize ws-arq-parametros
           string ws-dir-dados delimited by space
                  "/parametros" delimited by size
                                         into ws-arq-parametros
           end-string
           initialize ws-arq-calendario
           string ws-dir-dados delimited by space
                  "/calendario" delimited by size
                                         into ws-arq-calendario
           end-string
           move "S"                        to ws-amb-ok
           .
       005-ambiente-fim.
