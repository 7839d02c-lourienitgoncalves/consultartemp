      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "atividadeOperadores".
       author. "Lourieni Gonçalves"
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.


      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

      *>   Registro de operadores: identifica o supervisor que pede o
      *>   relatorio e da nome a cada id da linha do tempo
           select arqOperadores assign to "OPETEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

      *>   Trilha de auditoria das consultas de dia feitas no menu
           select arqAuditoria assign to "AUDTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>   Jornal de recuperacao: correcoes do menu e demais mudancas
      *>   de leitura feitas nas sessoes
           select arqJornal assign to "JRNTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqJornal.

      *>   Log de disposicao das excecoes (aceitas e rejeitadas)
           select arqDisposicao assign to "DISPTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDisposicao.

      *>   Controle do fechamento de mes: as linhas de OVERRIDE de
      *>   supervisor e as marcas FECHADO
           select arqFechamento assign to "FCHTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFechamento.

      *>   Arquivo de trabalho da ordenacao dos eventos por operador e
      *>   data/hora
           select arqOrdena assign to "ATVTEMPERATURAS.SRT".

      *>   Relatorio de atividade: linha do tempo por operador e
      *>   padroes de risco apontados
           select arqAtividade assign to "ATVTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAtividade.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqOperadores.
       01  fd-operador.
           05 fd-ope-id                            pic x(05).
           05 fd-ope-nome                          pic x(20).
           05 fd-ope-nivel                         pic 9(01).

       fd arqAuditoria.
       01  fd-linha-auditoria                       pic x(80).

       fd arqJornal.
       01  fd-linha-jornal                          pic x(80).

       fd arqDisposicao.
       01  fd-linha-disposicao                      pic x(132).

       fd arqFechamento.
       01  fd-linha-fechamento                      pic x(50).

      *>   evento da linha do tempo; o tipo diz de onde veio:
      *>   "C"onsulta, c"O"rrecao, "A"ceita, "R"ejeitada, o"V"erride e
      *>   "J" para as demais mudancas do jornal (ingestao, horarias,
      *>   estimativa), que so entram na contagem do operador
       sd arqOrdena.
       01  srt-evento.
           05 srt-operador                         pic x(05).
           05 srt-data                             pic 9(08).
           05 srt-hora                             pic 9(08).
           05 srt-seq                              pic 9(07).
           05 srt-tipo                             pic x(01).
           05 srt-estacao                          pic x(05).
           05 srt-ano                              pic 9(04).
           05 srt-mes                              pic 9(02).
           05 srt-dia                              pic 9(02).
           05 srt-valor                            pic s9(02)v99.
           05 srt-texto                            pic x(30).
           05 srt-extra                            pic x(10).

       fd arqAtividade.
       01  fd-linha-atividade                       pic x(132).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-fs-arqOperadores                      pic  9(02).
       01 ws-fs-arqAuditoria                       pic  9(02).
       01 ws-fs-arqJornal                          pic  9(02).
       01 ws-fs-arqDisposicao                      pic  9(02).
       01 ws-fs-arqFechamento                      pic  9(02).
       01 ws-fs-arqAtividade                       pic  9(02).

      *>   registro de operadores carregado, para identificar o
      *>   supervisor e dar nome aos ids da linha do tempo
       77 ws-tem-operadores                         pic x(01) value "N".
       01 ws-operadores.
          05 ws-qtd-operadores                     pic 9(03) value 0.
          05 ws-ope occurs 500 times
                     indexed by ws-ind-ope.
             10 ws-ope-id                          pic x(05).
             10 ws-ope-nome                        pic x(20).
             10 ws-ope-nivel                       pic 9(01).
       77 ws-ope-achou                              pic x(01).
       77 ws-ind-ope-busca                          pic 9(03).
       77 ws-oper-id-digitado                       pic x(05).
       77 ws-oper-tentativas                        pic 9(01).
       77 ws-oper-nome                              pic x(20).
       77 ws-oper-nivel                             pic 9(01).

      *>   periodo pedido (AAAAMMDD) e o mesmo periodo em AAAAMM, para
      *>   as linhas de OVERRIDE antigas, gravadas sem data
       77 ws-periodo-digitado                       pic x(10).
       77 ws-data-ini                               pic 9(08) value 0.
       77 ws-data-fim                               pic 9(08) value 99999999.
       77 ws-anomes-ini                             pic 9(06).
       77 ws-anomes-fim                             pic 9(06).

      *>   quantidade de correcoes de um operador numa mesma estacao,
      *>   dentro do periodo, a partir da qual a serie vira alerta de
      *>   correcao em massa
       77 ws-limite-digitado                        pic x(05).
       77 ws-limite-correcoes                       pic 9(04) value 10.

       77 ws-seq-evento                             pic 9(07) value 0.
       77 ws-qtd-eventos                            pic 9(07) value 0.
       77 ws-fim-ordena                             pic x(01).

      *>   meses marcados FECHADO no controle de fechamento
       01 ws-fch-fechados.
          05 ws-qtd-fch-fechados                   pic 9(03) value 0.
          05 ws-fch-fechado-anomes                 pic 9(06) occurs 600 times.
       77 ws-ind-fch                                pic 9(03).
       77 ws-mes-fechado                            pic x(01).

      *>   areas de leitura das linhas dos quatro arquivos, nos mesmos
      *>   leiautes em que o programa principal as grava
       01 ws-linha-aud-entrada.
          05 ws-aud-ent-data                       pic 9(08).
          05 filler                                pic x(01).
          05 ws-aud-ent-hora                       pic 9(08).
          05 filler                                pic x(01).
          05 ws-aud-ent-estacao                    pic x(05).
          05 filler                                pic x(01).
          05 ws-aud-ent-dia                        pic 9(02).
          05 filler                                pic x(03).
          05 ws-aud-ent-temp                       pic x(06).
          05 filler                                pic x(03).
          05 ws-aud-ent-resultado                  pic x(30).
          05 filler                                pic x(01).
          05 ws-aud-ent-operador                   pic x(05).

       01 ws-linha-jrn-entrada.
          05 ws-jrn-ent-data                       pic 9(08).
          05 filler                                pic x(01).
          05 ws-jrn-ent-hora                       pic 9(08).
          05 filler                                pic x(01).
          05 ws-jrn-ent-origem                     pic x(08).
          05 filler                                pic x(01).
          05 ws-jrn-ent-estacao                    pic x(05).
          05 filler                                pic x(01).
          05 ws-jrn-ent-ano                        pic 9(04).
          05 filler                                pic x(01).
          05 ws-jrn-ent-mes                        pic 9(02).
          05 filler                                pic x(01).
          05 ws-jrn-ent-dia                        pic 9(02).
          05 filler                                pic x(03).
          05 ws-jrn-ent-valor                      pic x(06).
          05 filler                                pic x(03).
          05 ws-jrn-ent-valido                     pic x(01).
          05 filler                                pic x(01).
          05 ws-jrn-ent-operador                   pic x(05).

       01 ws-linha-disp-entrada.
          05 ws-disp-ent-data                      pic 9(08).
          05 filler                                pic x(01).
          05 ws-disp-ent-hora                      pic 9(08).
          05 filler                                pic x(01).
          05 ws-disp-ent-estacao                   pic x(05).
          05 filler                                pic x(01).
          05 ws-disp-ent-ano                       pic 9(04).
          05 filler                                pic x(01).
          05 ws-disp-ent-mes                       pic 9(02).
          05 filler                                pic x(01).
          05 ws-disp-ent-dia                       pic 9(02).
          05 filler                                pic x(03).
          05 ws-disp-ent-valor                     pic x(06).
          05 filler                                pic x(03).
          05 ws-disp-ent-acao                      pic x(09).
          05 filler                                pic x(01).
          05 ws-disp-ent-cod-motivo                pic x(03).
          05 filler                                pic x(01).
          05 ws-disp-ent-revisor                   pic x(05).
          05 filler                                pic x(03).
          05 ws-disp-ent-motivo-orig               pic x(30).

       01 ws-linha-fch-entrada.
          05 ws-fch-ent-anomes                     pic 9(06).
          05 filler                                pic x(01).
          05 ws-fch-ent-passo                      pic x(10).
          05 filler                                pic x(01).
          05 ws-fch-ent-operador                   pic x(05).
          05 filler                                pic x(01).
          05 ws-fch-ent-data                       pic x(08).
          05 filler                                pic x(01).
          05 ws-fch-ent-hora                       pic x(08).

      *>   estado do operador corrente na saida da ordenacao
       77 ws-ope-corrente                           pic x(05).
       77 ws-ope-tem-corrente                       pic x(01) value "N".
       01 ws-ope-contagem.
          05 ws-cnt-consultas                      pic 9(06).
          05 ws-cnt-correcoes                      pic 9(06).
          05 ws-cnt-aceitas                        pic 9(06).
          05 ws-cnt-rejeitadas                     pic 9(06).
          05 ws-cnt-overrides                      pic 9(06).
          05 ws-cnt-automaticas                    pic 9(06).

      *>   leituras corrigidas pelo operador corrente no periodo, para
      *>   apontar a aceitacao da excecao da propria correcao
       01 ws-corrigidas.
          05 ws-qtd-corrigidas                     pic 9(04) value 0.
          05 ws-corr occurs 2000 times
                     indexed by ws-ind-corr.
             10 ws-corr-estacao                    pic x(05).
             10 ws-corr-ano                        pic 9(04).
             10 ws-corr-mes                        pic 9(02).
             10 ws-corr-dia                        pic 9(02).
       77 ws-corr-achou                             pic x(01).

      *>   correcoes do operador corrente por estacao
       01 ws-corr-estacoes.
          05 ws-qtd-corr-est                       pic 9(03) value 0.
          05 ws-corr-est occurs 500 times
                     indexed by ws-ind-corr-est.
             10 ws-corr-est-codigo                 pic x(05).
             10 ws-corr-est-qtd                    pic 9(05).
       77 ws-corr-est-achou                         pic x(01).

      *>   padroes de risco apontados, repetidos no fim do relatorio
       01 ws-riscos.
          05 ws-qtd-riscos                         pic 9(04) value 0.
          05 ws-risco occurs 2000 times
                     indexed by ws-ind-risco.
             10 ws-risco-operador                  pic x(05).
             10 ws-risco-linha                     pic x(100).
       77 ws-risco-estourou                         pic x(01) value "N".

       01 ws-risco-texto.
          05 ws-rsc-estacao                        pic x(05).
          05 filler                                pic x(01) value space.
          05 ws-rsc-data                           pic x(10).
          05 filler                                pic x(02) value space.
          05 ws-rsc-descricao                      pic x(60).
          05 filler                                pic x(01) value space.
          05 ws-rsc-qtd                            pic zzzz9.

      *>   areas de montagem do relatorio
       01 ws-linha-atv-cabec.
          05 filler                                 pic x(33)
                     value "ATIVIDADE DOS OPERADORES: de ".
          05 ws-atv-cab-ini                         pic 9999/99/99.
          05 filler                                 pic x(05) value " ate ".
          05 ws-atv-cab-fim                         pic 9999/99/99.
          05 filler                                 pic x(32)
                     value "  alerta de massa a partir de ".
          05 ws-atv-cab-limite                      pic zzz9.

       01 ws-linha-atv-operador.
          05 filler                                 pic x(10) value "OPERADOR: ".
          05 ws-atv-ope-id                          pic x(08).
          05 filler                                 pic x(02) value space.
          05 ws-atv-ope-nome                        pic x(20).
          05 filler                                 pic x(08) value "  nivel ".
          05 ws-atv-ope-nivel                       pic x(01).

       01 ws-data-atv.
          05 ws-da-dia                              pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-da-mes                              pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-da-ano                              pic 9(04).

       01 ws-hora-atv.
          05 ws-ha-hora                             pic 9(02).
          05 filler                                 pic x(01) value ":".
          05 ws-ha-min                              pic 9(02).
          05 filler                                 pic x(01) value ":".
          05 ws-ha-seg                              pic 9(02).

       01 ws-leitura-atv.
          05 ws-la-ano                              pic 9(04).
          05 filler                                 pic x(01) value "-".
          05 ws-la-mes                              pic 9(02).
          05 filler                                 pic x(01) value "-".
          05 ws-la-dia                              pic 9(02).

       01 ws-linha-atv-evento.
          05 filler                                 pic x(02) value space.
          05 ws-atv-data                            pic x(10).
          05 filler                                 pic x(01) value space.
          05 ws-atv-hora                            pic x(08).
          05 filler                                 pic x(02) value space.
          05 ws-atv-acao                            pic x(10).
          05 filler                                 pic x(02) value space.
          05 ws-atv-estacao                         pic x(05).
          05 filler                                 pic x(01) value space.
          05 ws-atv-leitura                         pic x(10).
          05 filler                                 pic x(02) value space.
          05 ws-atv-valor                           pic -(02)9,99.
          05 filler                                 pic x(02) value space.
          05 ws-atv-complemento                     pic x(42).
          05 filler                                 pic x(01) value space.
          05 ws-atv-marca                           pic x(03).

       01 ws-linha-atv-totais.
          05 filler                                 pic x(13) value "  consultas: ".
          05 ws-atv-tot-consultas                   pic zzzzz9.
          05 filler                                 pic x(13) value "  correcoes: ".
          05 ws-atv-tot-correcoes                   pic zzzzz9.
          05 filler                                 pic x(11) value "  aceitas: ".
          05 ws-atv-tot-aceitas                     pic zzzzz9.
          05 filler                                 pic x(14) value "  rejeitadas: ".
          05 ws-atv-tot-rejeitadas                  pic zzzzz9.
          05 filler                                 pic x(13) value "  overrides: ".
          05 ws-atv-tot-overrides                   pic zzzzz9.
          05 filler                                 pic x(15) value "  automaticas: ".
          05 ws-atv-tot-automaticas                 pic zzzzz9.

       01 ws-linha-atv-risco.
          05 filler                                 pic x(06) value "  *** ".
          05 ws-atv-rsc-operador                    pic x(05).
          05 filler                                 pic x(02) value space.
          05 ws-atv-rsc-texto                       pic x(100).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform identifica-supervisor.
           perform pede-periodo.
           perform abre-relatorio.
           sort arqOrdena
               on ascending key srt-operador srt-data srt-hora srt-seq
               input procedure is coleta-eventos
               output procedure is emite-linha-tempo.
           perform lista-riscos.
           perform fecha-relatorio.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Carrega o registro de operadores e, quando ele existe, exige
      *>  a identificacao de um supervisor (nivel 3, tres tentativas,
      *>  como na mesclagem de estacoes): o relatorio expoe o que cada
      *>  operador fez. Sem o registro, o programa segue aberto, como
      *>  as demais ferramentas companheiras.
      *>------------------------------------------------------------------------
       identifica-supervisor section.

           open input arqOperadores.
           if ws-fs-arqOperadores = 35 then
               move "N" to ws-tem-operadores
           else
               if ws-fs-arqOperadores <> 0 then
                   move 1                                      to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. OPETEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-tem-operadores

               read arqOperadores
               perform until ws-fs-arqOperadores = 10
                          or ws-qtd-operadores >= 500
                   if ws-fs-arqOperadores <> 0 then
                       move 2                                      to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                    to ws-msn-erro-cod
                       move "Erro ao ler arq. OPETEMPERATURAS   "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-operadores
                   move fd-ope-id    to ws-ope-id(ws-qtd-operadores)
                   move fd-ope-nome  to ws-ope-nome(ws-qtd-operadores)
                   move fd-ope-nivel to ws-ope-nivel(ws-qtd-operadores)
                   read arqOperadores
               end-perform

               close arqOperadores
               if ws-fs-arqOperadores <> 0 then
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. OPETEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-ope-achou
               move 0   to ws-oper-tentativas
               perform until ws-ope-achou = "S"
                          or ws-oper-tentativas >= 3
                   add 1 to ws-oper-tentativas
                   display "Identificacao do supervisor: "
                   move spaces to ws-oper-id-digitado
                   accept ws-oper-id-digitado
                   perform localiza-operador
                   if ws-ope-achou = "N" then
                       display "Operador '" ws-oper-id-digitado
                               "' nao registrado"
                   end-if
               end-perform

               if ws-ope-achou = "N" then
                   display "Tres tentativas sem identificacao valida; "
                           "relatorio cancelado"
                   stop run
               end-if

               move ws-ope-nome(ws-ind-ope-busca)  to ws-oper-nome
               move ws-ope-nivel(ws-ind-ope-busca) to ws-oper-nivel
               if ws-oper-nivel < 3 then
                   display "O relatorio de atividade exige um supervisor "
                           "(nivel 3); relatorio cancelado"
                   stop run
               end-if

               display "Relatorio pedido por " ws-oper-nome
           end-if
           .
       identifica-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza no registro de operadores o id em
      *>  ws-oper-id-digitado. Resultado em ws-ope-achou e
      *>  ws-ind-ope-busca.
      *>------------------------------------------------------------------------
       localiza-operador section.

           move "N" to ws-ope-achou
           perform varying ws-ind-ope from 1 by 1
                     until ws-ind-ope > ws-qtd-operadores
                     or    ws-ope-achou = "S"
               if ws-ope-id(ws-ind-ope) = ws-oper-id-digitado then
                   move "S" to ws-ope-achou
                   set ws-ind-ope-busca to ws-ind-ope
               end-if
           end-perform
           .
       localiza-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede o periodo do relatorio e o limite do alerta de correcao
      *>  em massa. Data em branco deixa o periodo aberto daquele lado.
      *>------------------------------------------------------------------------
       pede-periodo section.

           display "Data inicial (AAAAMMDD, ENTER = desde o inicio): "
           move spaces to ws-periodo-digitado
           accept ws-periodo-digitado
           if ws-periodo-digitado not = spaces then
               if ws-periodo-digitado(1:8) is not numeric then
                   display "Data invalida; relatorio cancelado"
                   stop run
               end-if
               move ws-periodo-digitado(1:8) to ws-data-ini
           end-if

           display "Data final (AAAAMMDD, ENTER = ate hoje): "
           move spaces to ws-periodo-digitado
           accept ws-periodo-digitado
           if ws-periodo-digitado not = spaces then
               if ws-periodo-digitado(1:8) is not numeric then
                   display "Data invalida; relatorio cancelado"
                   stop run
               end-if
               move ws-periodo-digitado(1:8) to ws-data-fim
           end-if

           if ws-data-ini > ws-data-fim then
               display "Data inicial depois da final; relatorio cancelado"
               stop run
           end-if

           move ws-data-ini(1:6) to ws-anomes-ini
           move ws-data-fim(1:6) to ws-anomes-fim

           display "Correcoes numa mesma estacao para alerta de massa "
                   "(ENTER = 10): "
           move spaces to ws-limite-digitado
           accept ws-limite-digitado
           if ws-limite-digitado not = spaces then
               if ws-limite-digitado(1:1) is numeric then
                   compute ws-limite-correcoes =
                           function numval(ws-limite-digitado)
               end-if
               if ws-limite-correcoes = 0 then
                   move 10 to ws-limite-correcoes
               end-if
           end-if
           .
       pede-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o relatorio e grava o cabecalho.
      *>------------------------------------------------------------------------
       abre-relatorio section.

           open output arqAtividade.
           if ws-fs-arqAtividade <> 0 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqAtividade                     to ws-msn-erro-cod
               move "Erro ao abrir arq. ATVTEMPERATURAS "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-ini         to ws-atv-cab-ini
           move ws-data-fim         to ws-atv-cab-fim
           move ws-limite-correcoes to ws-atv-cab-limite
           move spaces to fd-linha-atividade
           move ws-linha-atv-cabec to fd-linha-atividade
           perform grava-linha-atv
           .
       abre-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada da ordenacao: le os quatro arquivos e
      *>  entrega cada evento do periodo. Arquivo ausente e so um
      *>  arquivo sem eventos.
      *>------------------------------------------------------------------------
       coleta-eventos section.

           perform coleta-fechamento
           perform coleta-auditoria
           perform coleta-jornal
           perform coleta-disposicao
           .
       coleta-eventos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Controle de fechamento: guarda os meses FECHADO e entrega as
      *>  linhas de OVERRIDE. Linha de OVERRIDE antiga, sem data, entra
      *>  quando o mes que ela liberou cai dentro do periodo.
      *>------------------------------------------------------------------------
       coleta-fechamento section.

           open input arqFechamento.
           if ws-fs-arqFechamento = 35 then
               continue
           else
               if ws-fs-arqFechamento <> 0 then
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. FCHTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqFechamento
               perform until ws-fs-arqFechamento = 10
                   if ws-fs-arqFechamento <> 0 then
                       move 6                                      to ws-msn-erro-ofsset
                       move ws-fs-arqFechamento                    to ws-msn-erro-cod
                       move "Erro ao ler arq. FCHTEMPERATURAS   "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-linha-fechamento to ws-linha-fch-entrada
                   if ws-fch-ent-passo = "FECHADO" then
                       if ws-qtd-fch-fechados < 600 then
                           add 1 to ws-qtd-fch-fechados
                           move ws-fch-ent-anomes
                                to ws-fch-fechado-anomes(ws-qtd-fch-fechados)
                       end-if
                   end-if

                   if ws-fch-ent-passo = "OVERRIDE" then
                       move spaces               to srt-evento
                       move ws-fch-ent-operador  to srt-operador
                       move "V"                  to srt-tipo
                       move ws-fch-ent-anomes(1:4) to srt-ano
                       move ws-fch-ent-anomes(5:2) to srt-mes
                       move 0                    to srt-dia
                       move 0                    to srt-valor
                       if  ws-fch-ent-data is numeric
                       and ws-fch-ent-hora is numeric then
                           move ws-fch-ent-data to srt-data
                           move ws-fch-ent-hora to srt-hora
                           if  srt-data >= ws-data-ini
                           and srt-data <= ws-data-fim then
                               perform entrega-evento
                           end-if
                       else
                           move 0 to srt-data
                           move 0 to srt-hora
                           if  ws-fch-ent-anomes >= ws-anomes-ini
                           and ws-fch-ent-anomes <= ws-anomes-fim then
                               perform entrega-evento
                           end-if
                       end-if
                   end-if

                   read arqFechamento
               end-perform

               close arqFechamento
               if ws-fs-arqFechamento <> 0 then
                   move 7                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. FCHTEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       coleta-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria: cada consulta de dia do periodo. A linha
      *>  so guarda o dia consultado (do mes de referencia da sessao).
      *>------------------------------------------------------------------------
       coleta-auditoria section.

           open input arqAuditoria.
           if ws-fs-arqAuditoria = 35 then
               continue
           else
               if ws-fs-arqAuditoria <> 0 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. AUDTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqAuditoria
               perform until ws-fs-arqAuditoria = 10
                   if ws-fs-arqAuditoria <> 0 then
                       move 9                                      to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                       move "Erro ao ler arq. AUDTEMPERATURAS   "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-linha-auditoria to ws-linha-aud-entrada
                   if  ws-aud-ent-data is numeric
                   and ws-aud-ent-data >= ws-data-ini
                   and ws-aud-ent-data <= ws-data-fim then
                       move spaces                to srt-evento
                       move ws-aud-ent-operador   to srt-operador
                       move ws-aud-ent-data       to srt-data
                       move ws-aud-ent-hora       to srt-hora
                       move "C"                   to srt-tipo
                       move ws-aud-ent-estacao    to srt-estacao
                       move 0                     to srt-ano
                       move 0                     to srt-mes
                       move ws-aud-ent-dia        to srt-dia
                       move ws-aud-ent-resultado  to srt-texto
                       if ws-aud-ent-temp = spaces then
                           move 0 to srt-valor
                       else
                           compute srt-valor = function numval(ws-aud-ent-temp)
                       end-if
                       perform entrega-evento
                   end-if

                   read arqAuditoria
               end-perform

               close arqAuditoria
               if ws-fs-arqAuditoria <> 0 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. AUDTEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       coleta-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Jornal de recuperacao: a CORRECAO do menu entra na linha do
      *>  tempo; REVISAO repete a aceitacao que ja vem do log de
      *>  disposicao e fica de fora; as demais origens (ingestao,
      *>  horarias, rollup, estimativa) so somam na contagem de
      *>  mudancas automaticas do operador da sessao.
      *>------------------------------------------------------------------------
       coleta-jornal section.

           open input arqJornal.
           if ws-fs-arqJornal = 35 then
               continue
           else
               if ws-fs-arqJornal <> 0 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornal                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. JRNTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqJornal
               perform until ws-fs-arqJornal = 10
                   if ws-fs-arqJornal <> 0 then
                       move 12                                     to ws-msn-erro-ofsset
                       move ws-fs-arqJornal                        to ws-msn-erro-cod
                       move "Erro ao ler arq. JRNTEMPERATURAS   "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-linha-jornal to ws-linha-jrn-entrada
                   if  ws-jrn-ent-data is numeric
                   and ws-jrn-ent-data >= ws-data-ini
                   and ws-jrn-ent-data <= ws-data-fim
                   and ws-jrn-ent-origem not = "REVISAO" then
                       move spaces                to srt-evento
                       move ws-jrn-ent-operador   to srt-operador
                       move ws-jrn-ent-data       to srt-data
                       move ws-jrn-ent-hora       to srt-hora
                       if ws-jrn-ent-origem = "CORRECAO" then
                           move "O" to srt-tipo
                       else
                           move "J" to srt-tipo
                       end-if
                       move ws-jrn-ent-estacao    to srt-estacao
                       move ws-jrn-ent-ano        to srt-ano
                       move ws-jrn-ent-mes        to srt-mes
                       move ws-jrn-ent-dia        to srt-dia
                       compute srt-valor = function numval(ws-jrn-ent-valor)
                       move ws-jrn-ent-origem     to srt-texto
                       move ws-jrn-ent-valido     to srt-extra
                       perform entrega-evento
                   end-if

                   read arqJornal
               end-perform

               close arqJornal
               if ws-fs-arqJornal <> 0 then
                   move 13                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornal                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. JRNTEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       coleta-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Log de disposicao: cada excecao aceita ou rejeitada no
      *>  periodo, pelo id do revisor.
      *>------------------------------------------------------------------------
       coleta-disposicao section.

           open input arqDisposicao.
           if ws-fs-arqDisposicao = 35 then
               continue
           else
               if ws-fs-arqDisposicao <> 0 then
                   move 14                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDisposicao                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. DISPTEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqDisposicao
               perform until ws-fs-arqDisposicao = 10
                   if ws-fs-arqDisposicao <> 0 then
                       move 15                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDisposicao                    to ws-msn-erro-cod
                       move "Erro ao ler arq. DISPTEMPERATURAS  "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-linha-disposicao to ws-linha-disp-entrada
                   if  ws-disp-ent-data is numeric
                   and ws-disp-ent-data >= ws-data-ini
                   and ws-disp-ent-data <= ws-data-fim then
                       move spaces                 to srt-evento
                       move ws-disp-ent-revisor    to srt-operador
                       move ws-disp-ent-data       to srt-data
                       move ws-disp-ent-hora       to srt-hora
                       if ws-disp-ent-acao = "ACEITA" then
                           move "A" to srt-tipo
                       else
                           move "R" to srt-tipo
                       end-if
                       move ws-disp-ent-estacao    to srt-estacao
                       move ws-disp-ent-ano        to srt-ano
                       move ws-disp-ent-mes        to srt-mes
                       move ws-disp-ent-dia        to srt-dia
                       compute srt-valor = function numval(ws-disp-ent-valor)
                       move ws-disp-ent-motivo-orig to srt-texto
                       move ws-disp-ent-cod-motivo to srt-extra
                       perform entrega-evento
                   end-if

                   read arqDisposicao
               end-perform

               close arqDisposicao
               if ws-fs-arqDisposicao <> 0 then
                   move 16                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDisposicao                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. DISPTEMPERATURAS"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       coleta-disposicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Entrega o evento montado em srt-evento a ordenacao. A
      *>  sequencia mantem, para a mesma data/hora, a ordem de leitura.
      *>------------------------------------------------------------------------
       entrega-evento section.

           add 1 to ws-seq-evento
           move ws-seq-evento to srt-seq
           release srt-evento
           .
       entrega-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida da ordenacao: percorre os eventos ja
      *>  agrupados por operador e em ordem de data/hora, imprimindo a
      *>  linha do tempo de cada um e apontando os padroes de risco.
      *>------------------------------------------------------------------------
       emite-linha-tempo section.

           move "N" to ws-fim-ordena
           return arqOrdena
               at end move "S" to ws-fim-ordena
           end-return
           perform until ws-fim-ordena = "S"
               add 1 to ws-qtd-eventos
               if ws-ope-tem-corrente = "N"
               or srt-operador not = ws-ope-corrente then
                   if ws-ope-tem-corrente = "S" then
                       perform fecha-operador
                   end-if
                   perform abre-operador
               end-if
               perform emite-evento
               return arqOrdena
                   at end move "S" to ws-fim-ordena
               end-return
           end-perform

           if ws-ope-tem-corrente = "S" then
               perform fecha-operador
           end-if

           if ws-qtd-eventos = 0 then
               move spaces to fd-linha-atividade
               perform grava-linha-atv
               move "Nenhuma atividade registrada no periodo"
                    to fd-linha-atividade
               perform grava-linha-atv
           end-if
           .
       emite-linha-tempo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comeca a linha do tempo do operador do evento corrente.
      *>------------------------------------------------------------------------
       abre-operador section.

           move srt-operador to ws-ope-corrente
           move "S"          to ws-ope-tem-corrente
           initialize ws-ope-contagem
           move 0 to ws-qtd-corrigidas
           move 0 to ws-qtd-corr-est

           move srt-operador to ws-oper-id-digitado
           perform localiza-operador
           if srt-operador = spaces then
               move "(sem id)" to ws-atv-ope-id
           else
               move srt-operador to ws-atv-ope-id
           end-if
           if ws-ope-achou = "S" then
               move ws-ope-nome(ws-ind-ope-busca)  to ws-atv-ope-nome
               move ws-ope-nivel(ws-ind-ope-busca) to ws-atv-ope-nivel
           else
               move "nao registrado"  to ws-atv-ope-nome
               move "-"               to ws-atv-ope-nivel
           end-if

           move spaces to fd-linha-atividade
           perform grava-linha-atv
           move ws-linha-atv-operador to fd-linha-atividade
           perform grava-linha-atv
           .
       abre-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o evento corrente e confere os padroes de risco que
      *>  dependem dele.
      *>------------------------------------------------------------------------
       emite-evento section.

           move spaces to ws-atv-data ws-atv-hora ws-atv-acao
           move spaces to ws-atv-estacao ws-atv-leitura
           move spaces to ws-atv-complemento ws-atv-marca
           move srt-valor to ws-atv-valor

           if srt-data = 0 then
               move "sem data" to ws-atv-data
           else
               move srt-data(7:2) to ws-da-dia
               move srt-data(5:2) to ws-da-mes
               move srt-data(1:4) to ws-da-ano
               move ws-data-atv   to ws-atv-data
               move srt-hora(1:2) to ws-ha-hora
               move srt-hora(3:2) to ws-ha-min
               move srt-hora(5:2) to ws-ha-seg
               move ws-hora-atv   to ws-atv-hora
           end-if

           move srt-estacao to ws-atv-estacao
           move srt-ano     to ws-la-ano
           move srt-mes     to ws-la-mes
           move srt-dia     to ws-la-dia
           move ws-leitura-atv to ws-atv-leitura

           evaluate srt-tipo
               when "C"
                   add 1 to ws-cnt-consultas
                   move "CONSULTA" to ws-atv-acao
                   move spaces     to ws-atv-leitura
                   move "dia "     to ws-atv-leitura(1:4)
                   move srt-dia    to ws-atv-leitura(5:2)
                   move srt-texto  to ws-atv-complemento
                   perform grava-evento
               when "O"
                   add 1 to ws-cnt-correcoes
                   move "CORRECAO" to ws-atv-acao
                   move "gravada com flag " to ws-atv-complemento
                   move srt-extra(1:1) to ws-atv-complemento(18:1)
                   perform grava-evento
                   perform guarda-correcao
               when "A"
                   add 1 to ws-cnt-aceitas
                   move "ACEITA"   to ws-atv-acao
                   perform monta-complemento-disp
                   perform testa-correcao-propria
                   if ws-corr-achou = "S" then
                       move "***" to ws-atv-marca
                   end-if
                   perform grava-evento
                   if ws-corr-achou = "S" then
                       move "aceitou a excecao da propria correcao"
                            to ws-rsc-descricao
                       move 0 to ws-rsc-qtd
                       perform registra-risco-leitura
                   end-if
               when "R"
                   add 1 to ws-cnt-rejeitadas
                   move "REJEITADA" to ws-atv-acao
                   perform monta-complemento-disp
                   perform grava-evento
               when "V"
                   add 1 to ws-cnt-overrides
                   move "OVERRIDE" to ws-atv-acao
                   move 0          to ws-atv-valor
                   move spaces     to ws-atv-leitura
                   move ws-leitura-atv(1:7) to ws-atv-leitura
                   perform testa-mes-fechado
                   if ws-mes-fechado = "S" then
                       move "liberou mes FECHADO" to ws-atv-complemento
                       move "***" to ws-atv-marca
                   else
                       move "mes sem marca FECHADO no controle"
                            to ws-atv-complemento
                   end-if
                   perform grava-evento
                   if ws-mes-fechado = "S" then
                       move spaces to ws-rsc-estacao
                       move ws-leitura-atv(1:7) to ws-rsc-data
                       move "override de supervisor em mes FECHADO"
                            to ws-rsc-descricao
                       move 0 to ws-rsc-qtd
                       perform registra-risco
                   end-if
               when other
                   add 1 to ws-cnt-automaticas
           end-evaluate
           .
       emite-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Complemento da linha de disposicao: codigo e motivo original.
      *>------------------------------------------------------------------------
       monta-complemento-disp section.

           move srt-extra(1:3)  to ws-atv-complemento(1:3)
           move srt-texto       to ws-atv-complemento(5:30)
           .
       monta-complemento-disp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do evento montada em ws-linha-atv-evento.
      *>------------------------------------------------------------------------
       grava-evento section.

           move spaces to fd-linha-atividade
           move ws-linha-atv-evento to fd-linha-atividade
           perform grava-linha-atv
           .
       grava-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a leitura corrigida pelo operador corrente e soma a
      *>  correcao na contagem da estacao.
      *>------------------------------------------------------------------------
       guarda-correcao section.

           perform testa-correcao-propria
           if ws-corr-achou = "N" and ws-qtd-corrigidas < 2000 then
               add 1 to ws-qtd-corrigidas
               move srt-estacao to ws-corr-estacao(ws-qtd-corrigidas)
               move srt-ano     to ws-corr-ano(ws-qtd-corrigidas)
               move srt-mes     to ws-corr-mes(ws-qtd-corrigidas)
               move srt-dia     to ws-corr-dia(ws-qtd-corrigidas)
           end-if

           move "N" to ws-corr-est-achou
           perform varying ws-ind-corr-est from 1 by 1
                     until ws-ind-corr-est > ws-qtd-corr-est
                     or    ws-corr-est-achou = "S"
               if ws-corr-est-codigo(ws-ind-corr-est) = srt-estacao then
                   move "S" to ws-corr-est-achou
                   add 1 to ws-corr-est-qtd(ws-ind-corr-est)
               end-if
           end-perform
           if ws-corr-est-achou = "N" and ws-qtd-corr-est < 500 then
               add 1 to ws-qtd-corr-est
               move srt-estacao to ws-corr-est-codigo(ws-qtd-corr-est)
               move 1           to ws-corr-est-qtd(ws-qtd-corr-est)
           end-if
           .
       guarda-correcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se a leitura do evento corrente ja foi corrigida pelo
      *>  mesmo operador antes, no periodo. Resultado em ws-corr-achou.
      *>------------------------------------------------------------------------
       testa-correcao-propria section.

           move "N" to ws-corr-achou
           perform varying ws-ind-corr from 1 by 1
                     until ws-ind-corr > ws-qtd-corrigidas
                     or    ws-corr-achou = "S"
               if  ws-corr-estacao(ws-ind-corr) = srt-estacao
               and ws-corr-ano(ws-ind-corr)     = srt-ano
               and ws-corr-mes(ws-ind-corr)     = srt-mes
               and ws-corr-dia(ws-ind-corr)     = srt-dia then
                   move "S" to ws-corr-achou
               end-if
           end-perform
           .
       testa-correcao-propria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se o mes do evento corrente consta FECHADO no
      *>  controle. Resultado em ws-mes-fechado.
      *>------------------------------------------------------------------------
       testa-mes-fechado section.

           move "N" to ws-mes-fechado
           perform varying ws-ind-fch from 1 by 1
                     until ws-ind-fch > ws-qtd-fch-fechados
                     or    ws-mes-fechado = "S"
               if ws-fch-fechado-anomes(ws-ind-fch)
                  = srt-ano * 100 + srt-mes then
                   move "S" to ws-mes-fechado
               end-if
           end-perform
           .
       testa-mes-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha a linha do tempo do operador corrente: totais por tipo
      *>  de evento e o alerta de correcao em massa por estacao.
      *>------------------------------------------------------------------------
       fecha-operador section.

           move ws-cnt-consultas   to ws-atv-tot-consultas
           move ws-cnt-correcoes   to ws-atv-tot-correcoes
           move ws-cnt-aceitas     to ws-atv-tot-aceitas
           move ws-cnt-rejeitadas  to ws-atv-tot-rejeitadas
           move ws-cnt-overrides   to ws-atv-tot-overrides
           move ws-cnt-automaticas to ws-atv-tot-automaticas
           move spaces to fd-linha-atividade
           move ws-linha-atv-totais to fd-linha-atividade
           perform grava-linha-atv

           perform varying ws-ind-corr-est from 1 by 1
                     until ws-ind-corr-est > ws-qtd-corr-est
               if ws-corr-est-qtd(ws-ind-corr-est) >= ws-limite-correcoes then
                   move ws-corr-est-codigo(ws-ind-corr-est) to ws-rsc-estacao
                   move spaces to ws-rsc-data
                   move "correcoes em massa numa unica estacao:"
                        to ws-rsc-descricao
                   move ws-corr-est-qtd(ws-ind-corr-est) to ws-rsc-qtd
                   perform registra-risco
                   move spaces to fd-linha-atividade
                   move "  *** " to fd-linha-atividade(1:6)
                   move ws-risco-texto to fd-linha-atividade(7:)
                   perform grava-linha-atv
               end-if
           end-perform
           .
       fecha-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra um risco sobre a leitura do evento corrente.
      *>------------------------------------------------------------------------
       registra-risco-leitura section.

           move srt-estacao    to ws-rsc-estacao
           move ws-leitura-atv to ws-rsc-data
           perform registra-risco
           .
       registra-risco-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o risco montado em ws-risco-texto, do operador
      *>  corrente, para a lista do fim do relatorio.
      *>------------------------------------------------------------------------
       registra-risco section.

           if ws-qtd-riscos < 2000 then
               add 1 to ws-qtd-riscos
               move ws-ope-corrente to ws-risco-operador(ws-qtd-riscos)
               move ws-risco-texto  to ws-risco-linha(ws-qtd-riscos)
           else
               move "S" to ws-risco-estourou
           end-if
           .
       registra-risco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista, no fim do relatorio, todos os padroes de risco
      *>  apontados no periodo.
      *>------------------------------------------------------------------------
       lista-riscos section.

           move spaces to fd-linha-atividade
           perform grava-linha-atv
           move "PADROES DE RISCO NO PERIODO" to fd-linha-atividade
           perform grava-linha-atv

           if ws-qtd-riscos = 0 then
               move "  nenhum" to fd-linha-atividade
               perform grava-linha-atv
           else
               perform varying ws-ind-risco from 1 by 1
                         until ws-ind-risco > ws-qtd-riscos
                   move ws-risco-operador(ws-ind-risco) to ws-atv-rsc-operador
                   move ws-risco-linha(ws-ind-risco)    to ws-atv-rsc-texto
                   move spaces to fd-linha-atividade
                   move ws-linha-atv-risco to fd-linha-atividade
                   perform grava-linha-atv
               end-perform
               if ws-risco-estourou = "S" then
                   move "  AVISO: lista truncada em 2000 riscos"
                        to fd-linha-atividade
                   perform grava-linha-atv
               end-if
           end-if

           display "Relatorio de atividade gerado em ATVTEMPERATURAS.TXT: "
                   ws-qtd-eventos " evento(s), " ws-qtd-riscos
                   " padrao(oes) de risco"
           .
       lista-riscos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava fd-linha-atividade no relatorio e a limpa.
      *>------------------------------------------------------------------------
       grava-linha-atv section.

           write fd-linha-atividade
           if ws-fs-arqAtividade <> 0 then
               move 17                                     to ws-msn-erro-ofsset
               move ws-fs-arqAtividade                     to ws-msn-erro-cod
               move "Erro ao gravar arq. ATVTEMPERATURAS"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to fd-linha-atividade
           .
       grava-linha-atv-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o relatorio.
      *>------------------------------------------------------------------------
       fecha-relatorio section.

           close arqAtividade
           if ws-fs-arqAtividade <> 0 then
               move 18                                     to ws-msn-erro-ofsset
               move ws-fs-arqAtividade                     to ws-msn-erro-cod
               move "Erro ao fechar arq. ATVTEMPERATURAS"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       fecha-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro.
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           stop run
           .
       finaliza-exit.
           exit.
