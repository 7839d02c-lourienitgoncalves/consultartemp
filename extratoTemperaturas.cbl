      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "extratoTemperaturas".
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

      *>   Mestre de leituras (estacao+ano+mes+dia); so consultado,
      *>   nunca regravado por este programa
           select arqTemperaturas assign to "ARQTEMPERATURAS.DAT"
           organization is indexed
           access mode is dynamic
           record key is fd-temp-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturas.

      *>   Arquivo morto anual (ARQTEMP<AAAA>.DAT) gravado pelo
      *>   arquivaTemperaturas, no mesmo leiaute do mestre; consultado
      *>   no lugar, sem precisar recarregar o ano no mestre
           select arqMorto assign to dynamic ws-morto-nome
           organization is indexed
           access mode is dynamic
           record key is fd-mrt-chave
           lock mode is automatic
           file status is ws-fs-arqMorto.

      *>   Minima e maxima reais do dia, na mesma chave do mestre
           select arqExtremos assign to "EXTTEMPERATURAS.DAT"
           organization is indexed
           access mode is dynamic
           record key is fd-ext-chave
           lock mode is automatic
           file status is ws-fs-arqExtremos.

      *>   Cadastro de estacoes: descricao para o cabecalho de cada
      *>   estacao e faixa valida para a media do periodo
           select arqEstacoes assign to "ESTACOES.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Parametros de operacao: dias estimados na media (campo 7)
           select arqConfig assign to "CFGTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqConfig.

      *>   Listagem do extrato: leitura dia a dia de cada estacao e os
      *>   totais do periodo
           select arqExtrato assign to "EXTRTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExtrato.

      *>   O mesmo extrato em CSV (delimitado por ";"), para planilha
           select arqExtratoCSV assign to "EXTRTEMPERATURAS.CSV"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExtratoCSV.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqTemperaturas.
       01  fd-temperaturas.
           05 fd-temp-chave.
              10 fd-temp-estacao                   pic x(05).
              10 fd-temp-ano                       pic 9(04).
              10 fd-temp-mes                       pic 9(02).
              10 fd-temp-dia                       pic 9(02).
           05 fd-temp-valor                        pic s9(02)v99.
           05 fd-temp-valido                       pic x(01).

       fd arqMorto.
       01  fd-morto.
           05 fd-mrt-chave.
              10 fd-mrt-estacao                    pic x(05).
              10 fd-mrt-ano                        pic 9(04).
              10 fd-mrt-mes                        pic 9(02).
              10 fd-mrt-dia                        pic 9(02).
           05 fd-mrt-valor                         pic s9(02)v99.
           05 fd-mrt-valido                        pic x(01).

       fd arqExtremos.
       01  fd-extremos.
           05 fd-ext-chave.
              10 fd-ext-estacao                    pic x(05).
              10 fd-ext-ano                        pic 9(04).
              10 fd-ext-mes                        pic 9(02).
              10 fd-ext-dia                        pic 9(02).
           05 fd-ext-min                           pic s9(02)v99.
           05 fd-ext-max                           pic s9(02)v99.

       fd arqEstacoes.
       01  fd-estacao-cad.
           05 fd-est-codigo                        pic x(05).
           05 fd-est-descricao                     pic x(20).
           05 fd-est-local                         pic x(15).
           05 fd-est-temp-min                      pic s9(02)v99.
           05 fd-est-temp-max                      pic s9(02)v99.
           05 fd-est-ativa                         pic x(01).
           05 fd-est-unidade                       pic x(01).
           05 fd-est-cal-offset                    pic s9(02)v99.
           05 fd-est-cal-escala                    pic 9(01)v999.
           05 fd-est-lim-salto                     pic 9(02)v99.
           05 fd-est-dias-travado                  pic 9(02).
           05 fd-est-indice-nac                    pic 9(05).

       fd arqConfig.
       01  fd-config-linha                          pic x(80).

       fd arqExtrato.
       01  fd-linha-extrato                         pic x(132).

       fd arqExtratoCSV.
       01  fd-linha-extrato-csv                     pic x(80).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-fs-arqTemperaturas                    pic  9(02).
       01 ws-fs-arqMorto                           pic  9(02).
       01 ws-fs-arqExtremos                        pic  9(02).
       01 ws-fs-arqEstacoes                        pic  9(02).
       01 ws-fs-arqConfig                          pic  9(02).
       01 ws-fs-arqExtrato                         pic  9(02).
       01 ws-fs-arqExtratoCSV                      pic  9(02).

      *>   data e hora da rodada, para o cabecalho
       77 ws-ext-data-rodada                        pic 9(08).
       77 ws-ext-hora-rodada                        pic 9(08).

      *>   faixa padrao, a mesma do programa principal, para estacao
      *>   fora do cadastro (ou sem cadastro carregado)
       77 ws-temp-min                               pic s9(02)v99 value -40,00.
       77 ws-temp-max                               pic s9(02)v99 value  55,00.
       77 ws-faixa-min                              pic s9(02)v99.
       77 ws-faixa-max                              pic s9(02)v99.

      *>   parametros de CFGTEMPERATURAS.TXT: estimados na media
       77 ws-cfg-estima-na-media                    pic x(01) value "N".
       01 ws-cfg-campos.
          05 ws-cfg-campo occurs 10 times           pic x(10).

      *>   mestre e extremos presentes nesta rodada ("N" = arquivo
      *>   ainda nao existe; o extrato segue so com o que houver)
       77 ws-tem-mestre                             pic x(01) value "N".
       77 ws-tem-extremos                           pic x(01) value "N".

      *>   cadastro de estacoes carregado de ESTACOES.TXT
       01 ws-cadastro.
          05 ws-qtd-cadastro                       pic 9(03) value 0.
          05 ws-cad occurs 500 times
                     indexed by ws-ind-cad.
             10 ws-cad-codigo                      pic x(05).
             10 ws-cad-descricao                   pic x(20).
             10 ws-cad-temp-min                    pic s9(02)v99.
             10 ws-cad-temp-max                    pic s9(02)v99.
       77 ws-tem-cadastro                           pic x(01) value "N".
       77 ws-cad-estourou                           pic x(01) value "N".
       77 ws-cad-busca-cod                          pic x(05).
       77 ws-cad-achou                              pic x(01).
       77 ws-ind-cad-busca                          pic 9(03) value 0.

      *>   estacoes pedidas, na ordem em que foram digitadas
       01 ws-selecao.
          05 ws-qtd-sel                            pic 9(03) value 0.
          05 ws-sel-estacao occurs 500 times       pic x(05).
       77 ws-ind-sel                                pic 9(03).
       77 ws-ind-sel-busca                          pic 9(03).
       77 ws-sel-achou                              pic x(01).
       77 ws-sel-digitada                           pic x(05).
       77 ws-sel-fim                                pic x(01).

      *>   periodo pedido (AAAAMMDD)
       77 ws-periodo-digitado                       pic x(10).
       77 ws-data-ini                               pic 9(08) value 0.
       77 ws-data-fim                               pic 9(08) value 0.

      *>   data em validacao e calendario (ano bissexto em fevereiro)
       01 ws-data-valida.
          05 ws-dv-ano                              pic 9(04).
          05 ws-dv-mes                              pic 9(02).
          05 ws-dv-dia                              pic 9(02).
       77 ws-data-ok                                pic x(01).
       77 ws-calc-ano                               pic 9(04).
       77 ws-calc-mes                               pic 9(02).
       77 ws-calc-dias                              pic 9(02).
       77 ws-div-tmp                                pic 9(06).
       77 ws-resto-4                                pic 9(02).
       77 ws-resto-100                              pic 9(02).
       77 ws-resto-400                              pic 9(02).
       01 ws-dias-por-mes-lit                       pic x(24)
                                value "312831303130313130313031".
       01 ws-dias-por-mes redefines ws-dias-por-mes-lit.
          05 ws-dias-mes-tab    pic 9(02) occurs 12 indexed by ws-ind-mes.

      *>   dia corrente da varredura do periodo
       01 ws-dia-corrente.
          05 ws-cor-ano                             pic 9(04).
          05 ws-cor-mes                             pic 9(02).
          05 ws-cor-dia                             pic 9(02).
       01 ws-dia-corrente-num redefines ws-dia-corrente
                                                    pic 9(08).
       77 ws-cor-dias-mes                           pic 9(02).

      *>   arquivo morto aberto no momento (um por ano; reaberto
      *>   quando a varredura vira o ano)
       77 ws-morto-nome                             pic x(60).
       77 ws-morto-ano-txt                          pic 9(04).
       77 ws-morto-ano-aberto                       pic 9(04) value 0.
       77 ws-morto-aberto                           pic x(01) value "N".
       77 ws-tem-morto                              pic x(01) value "N".

      *>   leitura do dia corrente: de onde veio, valor, situacao e
      *>   se entra na media do periodo
       77 ws-lei-achou                              pic x(01).
       77 ws-lei-origem                             pic x(12).
       77 ws-lei-valor                              pic s9(02)v99.
       77 ws-lei-valido                             pic x(01).
       77 ws-lei-conta                              pic x(01).
       77 ws-ext-achou                              pic x(01).
       77 ws-ext-lido-min                           pic s9(02)v99.
       77 ws-ext-lido-max                           pic s9(02)v99.

      *>   totais do periodo da estacao corrente
       01 ws-totais-estacao.
          05 ws-tot-dias                           pic 9(05).
          05 ws-tot-com-leitura                    pic 9(05).
          05 ws-tot-sem-leitura                    pic 9(05).
          05 ws-tot-normais                        pic 9(05).
          05 ws-tot-aceitas                        pic 9(05).
          05 ws-tot-estimadas                      pic 9(05).
          05 ws-tot-quarentena                     pic 9(05).
          05 ws-tot-rejeitadas                     pic 9(05).
          05 ws-tot-na-media                       pic 9(05).
          05 ws-tot-com-extremos                   pic 9(05).
          05 ws-tot-soma                           pic s9(07)v99.
          05 ws-tot-maior                          pic s9(02)v99.
          05 ws-tot-maior-data                     pic 9(08).
          05 ws-tot-menor                          pic s9(02)v99.
          05 ws-tot-menor-data                     pic 9(08).
          05 ws-tot-ext-max                        pic s9(02)v99.
          05 ws-tot-ext-max-data                   pic 9(08).
          05 ws-tot-ext-min                        pic s9(02)v99.
          05 ws-tot-ext-min-data                   pic 9(08).
       77 ws-tot-media                              pic s9(02)v99.

      *>   contadores da rodada
       77 ws-qtd-linhas-extrato                     pic 9(07) value 0.
       77 ws-qtd-arquivos-mortos                    pic 9(05) value 0.

      *>   areas de montagem da listagem
       01 ws-linha-ext-cabec.
          05 filler                                 pic x(23)
                     value "EXTRATO DE LEITURAS de ".
          05 ws-ext-cab-ini                         pic x(10).
          05 filler                                 pic x(05) value " ate ".
          05 ws-ext-cab-fim                         pic x(10).
          05 filler                                 pic x(10) value "  gerado ".
          05 ws-ext-cab-rodada                      pic x(10).
          05 filler                                 pic x(01) value space.
          05 ws-ext-cab-hora                        pic x(08).

       01 ws-data-ext.
          05 ws-de-dia                              pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-de-mes                              pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-de-ano                              pic 9(04).
       01 ws-data-ext-num                           pic 9(08).
       01 ws-data-ext-partes redefines ws-data-ext-num.
          05 ws-den-ano                             pic 9(04).
          05 ws-den-mes                             pic 9(02).
          05 ws-den-dia                             pic 9(02).

       01 ws-hora-ext.
          05 ws-he-hora                             pic 9(02).
          05 filler                                 pic x(01) value ":".
          05 ws-he-min                              pic 9(02).
          05 filler                                 pic x(01) value ":".
          05 ws-he-seg                              pic 9(02).

       01 ws-linha-ext-estacao.
          05 filler                                 pic x(09) value "ESTACAO: ".
          05 ws-ext-est-cod                         pic x(05).
          05 filler                                 pic x(02) value space.
          05 ws-ext-est-descricao                   pic x(20).
          05 filler                                 pic x(09) value "  faixa ".
          05 ws-ext-est-faixa-min                   pic -(02)9,99.
          05 filler                                 pic x(03) value " a ".
          05 ws-ext-est-faixa-max                   pic -(02)9,99.

       01 ws-linha-ext-titulos.
          05 filler                                 pic x(55)
                     value "DATA          VALOR  SIT   MEDIA MINIMA  MAXIMA  ORIGEM".

       01 ws-linha-ext-dia.
          05 ws-led-data                            pic x(10).
          05 filler                                 pic x(03) value space.
          05 ws-led-valor                           pic x(06).
          05 filler                                 pic x(03) value space.
          05 ws-led-situacao                        pic x(01).
          05 filler                                 pic x(06) value space.
          05 ws-led-conta                           pic x(01).
          05 filler                                 pic x(03) value space.
          05 ws-led-minima                          pic x(06).
          05 filler                                 pic x(02) value space.
          05 ws-led-maxima                          pic x(06).
          05 filler                                 pic x(02) value space.
          05 ws-led-origem                          pic x(12).

       01 ws-ext-num-ed                             pic -(02)9,99.

       01 ws-linha-ext-total.
          05 filler                                 pic x(02) value space.
          05 ws-ext-tot-texto                       pic x(32).
          05 ws-ext-tot-qtd                         pic zzzz9.

       01 ws-linha-ext-media.
          05 filler                                 pic x(02) value space.
          05 ws-ext-med-texto                       pic x(32).
          05 ws-ext-med-valor                       pic -(02)9,99.

       01 ws-linha-ext-extremo.
          05 filler                                 pic x(02) value space.
          05 ws-ext-xtr-texto                       pic x(32).
          05 ws-ext-xtr-valor                       pic x(06).
          05 filler                                 pic x(04) value " em ".
          05 ws-ext-xtr-data                        pic x(10).

      *>   area de montagem da linha do CSV; ";" como delimitador
      *>   porque a virgula e a casa decimal (mesma regra da
      *>   exportacao do programa principal)
       01 ws-linha-ext-csv.
          05 ws-csv-estacao                         pic x(05).
          05 filler                                 pic x(01) value ";".
          05 ws-csv-ano                             pic 9(04).
          05 filler                                 pic x(01) value ";".
          05 ws-csv-mes                             pic 9(02).
          05 filler                                 pic x(01) value ";".
          05 ws-csv-dia                             pic 9(02).
          05 filler                                 pic x(01) value ";".
          05 ws-csv-valor                           pic x(06).
          05 filler                                 pic x(01) value ";".
          05 ws-csv-situacao                        pic x(01).
          05 filler                                 pic x(01) value ";".
          05 ws-csv-conta                           pic x(01).
          05 filler                                 pic x(01) value ";".
          05 ws-csv-minima                          pic x(06).
          05 filler                                 pic x(01) value ";".
          05 ws-csv-maxima                          pic x(06).
          05 filler                                 pic x(01) value ";".
          05 ws-csv-origem                          pic x(12).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform pede-estacoes.
           perform pede-periodo.
           perform abre-arquivos.
           perform varying ws-ind-sel from 1 by 1 until ws-ind-sel > ws-qtd-sel
               perform extrai-estacao
           end-perform.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Prepara a rodada: data e hora, cadastro e configuracao.
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-ext-data-rodada from date yyyymmdd
           accept ws-ext-hora-rodada from time

           perform carrega-cadastro
           perform carrega-config
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega codigo, descricao e faixa valida de cada estacao de
      *>  ESTACOES.TXT. Sem o arquivo, vale a faixa padrao para todas.
      *>------------------------------------------------------------------------
       carrega-cadastro section.

           open input arqEstacoes.
           if ws-fs-arqEstacoes = 35 then
               move "N" to ws-tem-cadastro
           else
               if ws-fs-arqEstacoes <> 0 then
                   move 1                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. ESTACOES        "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "S" to ws-tem-cadastro

               read arqEstacoes
               perform until ws-fs-arqEstacoes = 10
                   if ws-fs-arqEstacoes <> 0 then
                       move 2                                       to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                       move "Erro ao ler arq. ESTACOES          "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-qtd-cadastro < 500 then
                       add 1 to ws-qtd-cadastro
                       move fd-est-codigo    to ws-cad-codigo(ws-qtd-cadastro)
                       move fd-est-descricao to ws-cad-descricao(ws-qtd-cadastro)
                       move fd-est-temp-min  to ws-cad-temp-min(ws-qtd-cadastro)
                       move fd-est-temp-max  to ws-cad-temp-max(ws-qtd-cadastro)
                   else
                       move "S" to ws-cad-estourou
                   end-if
                   read arqEstacoes
               end-perform

               close arqEstacoes
               if ws-fs-arqEstacoes <> 0 then
                   move 3                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. ESTACOES       "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le de CFGTEMPERATURAS.TXT se os estimados entram na media
      *>  (campo 7), para a media do periodo seguir a regra da carga.
      *>------------------------------------------------------------------------
       carrega-config section.

           open input arqConfig.
           if ws-fs-arqConfig = 35 then
               continue
           else
               if ws-fs-arqConfig <> 0 then
                   move 4                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConfig                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. CFGTEMPERATURAS  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqConfig
               if ws-fs-arqConfig = 0 then
                   move spaces to ws-cfg-campos
                   unstring fd-config-linha delimited by all space
                       into ws-cfg-campo(1) ws-cfg-campo(2)
                            ws-cfg-campo(3) ws-cfg-campo(4)
                            ws-cfg-campo(5) ws-cfg-campo(6)
                            ws-cfg-campo(7) ws-cfg-campo(8)
                            ws-cfg-campo(9) ws-cfg-campo(10)
                   end-unstring
                   if ws-cfg-campo(7) = "S" or ws-cfg-campo(7) = "N" then
                       move ws-cfg-campo(7) to ws-cfg-estima-na-media
                   end-if
               else
                   if ws-fs-arqConfig <> 10 then
                       move 5                                       to ws-msn-erro-ofsset
                       move ws-fs-arqConfig                         to ws-msn-erro-cod
                       move "Erro ao ler arq. CFGTEMPERATURAS    "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqConfig
               if ws-fs-arqConfig <> 0 then
                   move 6                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConfig                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. CFGTEMPERATURAS "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-config-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede as estacoes do extrato, uma por vez, ate um ENTER em
      *>  branco. "*" poe todas as estacoes do cadastro. Estacao fora
      *>  do cadastro e aceita (pode ser uma estacao ja desativada e
      *>  retirada do cadastro, com leituras no arquivo morto).
      *>------------------------------------------------------------------------
       pede-estacoes section.

           move "N" to ws-sel-fim
           perform until ws-sel-fim = "S"
               display "Estacao (ENTER encerra a lista, * = todas do cadastro): "
               move spaces to ws-sel-digitada
               accept ws-sel-digitada
               if ws-sel-digitada = spaces then
                   move "S" to ws-sel-fim
               else
                   if ws-sel-digitada = "*" then
                       perform varying ws-ind-cad from 1 by 1
                                 until ws-ind-cad > ws-qtd-cadastro
                           move ws-cad-codigo(ws-ind-cad) to ws-sel-digitada
                           perform inclui-estacao-selecao
                       end-perform
                       if ws-tem-cadastro = "N" then
                           display "ESTACOES.TXT nao existe; digite os codigos"
                       end-if
                   else
                       move ws-sel-digitada to ws-cad-busca-cod
                       perform localiza-cadastro
                       if ws-tem-cadastro = "S" and ws-cad-achou = "N" then
                           display "Aviso: estacao " ws-sel-digitada
                                   " fora do cadastro; entra com a faixa padrao"
                       end-if
                       perform inclui-estacao-selecao
                   end-if
               end-if
           end-perform

           if ws-qtd-sel = 0 then
               display "Nenhuma estacao informada; extrato cancelado"
               stop run
           end-if
           .
       pede-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe ws-sel-digitada na lista de estacoes pedidas, sem repetir.
      *>------------------------------------------------------------------------
       inclui-estacao-selecao section.

           move "N" to ws-sel-achou
           perform varying ws-ind-sel-busca from 1 by 1
                     until ws-ind-sel-busca > ws-qtd-sel
                     or    ws-sel-achou = "S"
               if ws-sel-estacao(ws-ind-sel-busca) = ws-sel-digitada then
                   move "S" to ws-sel-achou
               end-if
           end-perform

           if ws-sel-achou = "N" then
               if ws-qtd-sel < 500 then
                   add 1 to ws-qtd-sel
                   move ws-sel-digitada to ws-sel-estacao(ws-qtd-sel)
               else
                   display "Lista de estacoes cheia (max. 500); "
                           ws-sel-digitada " ignorada"
               end-if
           end-if
           .
       inclui-estacao-selecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede o periodo do extrato (AAAAMMDD a AAAAMMDD). As duas
      *>  datas sao obrigatorias e precisam existir no calendario; o
      *>  periodo pode atravessar meses e anos.
      *>------------------------------------------------------------------------
       pede-periodo section.

           display "Data inicial (AAAAMMDD): "
           move spaces to ws-periodo-digitado
           accept ws-periodo-digitado
           move "N" to ws-data-ok
           if ws-periodo-digitado(1:8) is numeric then
               move ws-periodo-digitado(1:8) to ws-data-valida
               perform valida-data
           end-if
           if ws-data-ok = "N" then
               display "Data invalida; extrato cancelado"
               stop run
           end-if
           move ws-periodo-digitado(1:8) to ws-data-ini

           display "Data final (AAAAMMDD): "
           move spaces to ws-periodo-digitado
           accept ws-periodo-digitado
           move "N" to ws-data-ok
           if ws-periodo-digitado(1:8) is numeric then
               move ws-periodo-digitado(1:8) to ws-data-valida
               perform valida-data
           end-if
           if ws-data-ok = "N" then
               display "Data invalida; extrato cancelado"
               stop run
           end-if
           move ws-periodo-digitado(1:8) to ws-data-fim

           if ws-data-ini > ws-data-fim then
               display "Data inicial depois da final; extrato cancelado"
               stop run
           end-if
           .
       pede-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se ws-data-valida existe no calendario. Resultado em
      *>  ws-data-ok.
      *>------------------------------------------------------------------------
       valida-data section.

           move "N" to ws-data-ok
           if  ws-dv-ano > 0
           and ws-dv-mes >= 1 and ws-dv-mes <= 12
           and ws-dv-dia >= 1 then
               move ws-dv-ano to ws-calc-ano
               move ws-dv-mes to ws-calc-mes
               perform calc-dias-mes
               if ws-dv-dia <= ws-calc-dias then
                   move "S" to ws-data-ok
               end-if
           end-if
           .
       valida-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quantidade de dias do mes ws-calc-mes/ws-calc-ano (considera
      *>  ano bissexto em fevereiro). Resultado em ws-calc-dias.
      *>------------------------------------------------------------------------
       calc-dias-mes section.

           set ws-ind-mes to ws-calc-mes
           move ws-dias-mes-tab(ws-ind-mes) to ws-calc-dias

           if ws-calc-mes = 02 then
               divide ws-calc-ano by 4   giving ws-div-tmp remainder ws-resto-4
               divide ws-calc-ano by 100 giving ws-div-tmp remainder ws-resto-100
               divide ws-calc-ano by 400 giving ws-div-tmp remainder ws-resto-400
               if  ws-resto-4 = 0
               and (ws-resto-100 <> 0 or ws-resto-400 = 0) then
                   move 29 to ws-calc-dias
               end-if
           end-if
           .
       calc-dias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o mestre e os extremos para consulta (ausentes so tiram
      *>  essa fonte do extrato), a listagem e o CSV, e grava os
      *>  cabecalhos.
      *>------------------------------------------------------------------------
       abre-arquivos section.

           open input arqTemperaturas.
           if ws-fs-arqTemperaturas = 35 then
               move "N" to ws-tem-mestre
           else
               if ws-fs-arqTemperaturas <> 0 then
                   move 7                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. ARQTEMPERATURAS  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-tem-mestre
           end-if

           open input arqExtremos.
           if ws-fs-arqExtremos = 35 then
               move "N" to ws-tem-extremos
           else
               if ws-fs-arqExtremos <> 0 then
                   move 8                                       to ws-msn-erro-ofsset
                   move ws-fs-arqExtremos                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. EXTTEMPERATURAS  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-tem-extremos
           end-if

           open output arqExtrato.
           if ws-fs-arqExtrato <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtrato                        to ws-msn-erro-cod
               move "Erro ao abrir arq. EXTRTEMPERATURAS "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqExtratoCSV.
           if ws-fs-arqExtratoCSV <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtratoCSV                     to ws-msn-erro-cod
               move "Erro ao abrir arq. EXTRTEMP.CSV     "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-ini to ws-data-ext-num
           perform monta-data-ext
           move ws-data-ext to ws-ext-cab-ini
           move ws-data-fim to ws-data-ext-num
           perform monta-data-ext
           move ws-data-ext to ws-ext-cab-fim
           move ws-ext-data-rodada to ws-data-ext-num
           perform monta-data-ext
           move ws-data-ext to ws-ext-cab-rodada
           move ws-ext-hora-rodada(1:2) to ws-he-hora
           move ws-ext-hora-rodada(3:2) to ws-he-min
           move ws-ext-hora-rodada(5:2) to ws-he-seg
           move ws-hora-ext to ws-ext-cab-hora
           move spaces to fd-linha-extrato
           move ws-linha-ext-cabec to fd-linha-extrato
           perform grava-linha-extrato

           if ws-tem-mestre = "N" then
               move "AVISO: ARQTEMPERATURAS.DAT nao existe; so os arquivos mortos entram no extrato"
                    to fd-linha-extrato
               perform grava-linha-extrato
           end-if
           if ws-tem-extremos = "N" then
               move "AVISO: EXTTEMPERATURAS.DAT nao existe; extrato sem minima e maxima reais"
                    to fd-linha-extrato
               perform grava-linha-extrato
           end-if
           if ws-cad-estourou = "S" then
               move "AVISO: cadastro truncado em 500 estacoes; as demais usam a faixa padrao"
                    to fd-linha-extrato
               perform grava-linha-extrato
           end-if
           move "SIT: S normal  A aceita na revisao  E estimada  N quarentena  R rejeitada  - sem leitura; MEDIA: * entra na media"
                to fd-linha-extrato
           perform grava-linha-extrato

           move "ESTACAO;ANO;MES;DIA;TEMPERATURA;SITUACAO;NA MEDIA;MINIMA;MAXIMA;ORIGEM"
                to fd-linha-extrato-csv
           write fd-linha-extrato-csv
           if ws-fs-arqExtratoCSV <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtratoCSV                     to ws-msn-erro-cod
               move "Erro ao gravar arq. EXTRTEMP.CSV    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Extrato de uma estacao: percorre o periodo dia a dia no
      *>  calendario, para que os dias sem leitura aparecam e sejam
      *>  contados, e fecha com os totais do periodo.
      *>------------------------------------------------------------------------
       extrai-estacao section.

           move ws-sel-estacao(ws-ind-sel) to ws-cad-busca-cod
           perform localiza-cadastro
           move ws-temp-min to ws-faixa-min
           move ws-temp-max to ws-faixa-max
           move "(fora do cadastro)" to ws-ext-est-descricao
           if ws-cad-achou = "S" then
               move ws-cad-temp-min(ws-ind-cad-busca)   to ws-faixa-min
               move ws-cad-temp-max(ws-ind-cad-busca)   to ws-faixa-max
               move ws-cad-descricao(ws-ind-cad-busca)  to ws-ext-est-descricao
           end-if

           move spaces to fd-linha-extrato
           perform grava-linha-extrato
           move ws-sel-estacao(ws-ind-sel) to ws-ext-est-cod
           move ws-faixa-min to ws-ext-est-faixa-min
           move ws-faixa-max to ws-ext-est-faixa-max
           move ws-linha-ext-estacao to fd-linha-extrato
           perform grava-linha-extrato
           move ws-linha-ext-titulos to fd-linha-extrato
           perform grava-linha-extrato

           initialize ws-totais-estacao

           move ws-data-ini to ws-dia-corrente-num
           move ws-cor-ano  to ws-calc-ano
           move ws-cor-mes  to ws-calc-mes
           perform calc-dias-mes
           move ws-calc-dias to ws-cor-dias-mes

           perform until ws-dia-corrente-num > ws-data-fim
               perform extrai-dia
               perform avanca-dia
           end-perform

           perform fecha-arquivo-morto
           perform grava-totais-estacao
           .
       extrai-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um dia do extrato: a leitura vem do mestre e, na falta dela,
      *>  do arquivo morto do ano (o mestre prevalece quando um ano
      *>  recarregado ficou nos dois); os extremos vem de
      *>  EXTTEMPERATURAS.DAT. Grava a linha da listagem e a do CSV.
      *>------------------------------------------------------------------------
       extrai-dia section.

           add 1 to ws-tot-dias
           move "N"    to ws-lei-achou
           move spaces to ws-lei-origem

           if ws-tem-mestre = "S" then
               move ws-sel-estacao(ws-ind-sel) to fd-temp-estacao
               move ws-cor-ano                 to fd-temp-ano
               move ws-cor-mes                 to fd-temp-mes
               move ws-cor-dia                 to fd-temp-dia
               read arqTemperaturas
               evaluate ws-fs-arqTemperaturas
                   when 0
                       move "S"             to ws-lei-achou
                       move "MESTRE"        to ws-lei-origem
                       move fd-temp-valor   to ws-lei-valor
                       move fd-temp-valido  to ws-lei-valido
                   when 23
                       continue
                   when other
                       move 12                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                       move "Erro ao ler arq. ARQTEMPERATURAS   "   to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           if ws-lei-achou = "N" then
               perform abre-arquivo-morto
               if ws-tem-morto = "S" then
                   move ws-sel-estacao(ws-ind-sel) to fd-mrt-estacao
                   move ws-cor-ano                 to fd-mrt-ano
                   move ws-cor-mes                 to fd-mrt-mes
                   move ws-cor-dia                 to fd-mrt-dia
                   read arqMorto
                   evaluate ws-fs-arqMorto
                       when 0
                           move "S"             to ws-lei-achou
                           move "ARQTEMP"       to ws-lei-origem
                           move ws-morto-ano-txt to ws-lei-origem(8:4)
                           move fd-mrt-valor    to ws-lei-valor
                           move fd-mrt-valido   to ws-lei-valido
                       when 23
                           continue
                       when other
                           move 13                                     to ws-msn-erro-ofsset
                           move ws-fs-arqMorto                         to ws-msn-erro-cod
                           move "Erro ao ler arquivo morto          "   to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if

           move "N" to ws-ext-achou
           if ws-tem-extremos = "S" then
               move ws-sel-estacao(ws-ind-sel) to fd-ext-estacao
               move ws-cor-ano                 to fd-ext-ano
               move ws-cor-mes                 to fd-ext-mes
               move ws-cor-dia                 to fd-ext-dia
               read arqExtremos
               evaluate ws-fs-arqExtremos
                   when 0
                       move "S"        to ws-ext-achou
                       move fd-ext-min to ws-ext-lido-min
                       move fd-ext-max to ws-ext-lido-max
                   when 23
                       continue
                   when other
                       move 14                                     to ws-msn-erro-ofsset
                       move ws-fs-arqExtremos                      to ws-msn-erro-cod
                       move "Erro ao ler arq. EXTTEMPERATURAS   "   to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           perform acumula-dia
           perform grava-dia-extrato
           .
       extrai-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o dia nos totais da estacao. A media do periodo segue as
      *>  regras da carga do programa principal - "A" sempre conta,
      *>  "E" so quando a configuracao poe os estimados na media, "N"
      *>  e "R" nunca, e a leitura normal so dentro da faixa da
      *>  estacao. Registro antigo sem situacao vale como normal.
      *>------------------------------------------------------------------------
       acumula-dia section.

           move "N" to ws-lei-conta
           if ws-lei-achou = "N" then
               add 1 to ws-tot-sem-leitura
           else
               add 1 to ws-tot-com-leitura
               if ws-lei-valido = space then
                   move "S" to ws-lei-valido
               end-if
               evaluate ws-lei-valido
                   when "A"
                       add 1 to ws-tot-aceitas
                       move "S" to ws-lei-conta
                   when "E"
                       add 1 to ws-tot-estimadas
                       if ws-cfg-estima-na-media = "S" then
                           move "S" to ws-lei-conta
                       end-if
                   when "N"
                       add 1 to ws-tot-quarentena
                   when "R"
                       add 1 to ws-tot-rejeitadas
                   when other
                       add 1 to ws-tot-normais
                       if  ws-lei-valor >= ws-faixa-min
                       and ws-lei-valor <= ws-faixa-max then
                           move "S" to ws-lei-conta
                       end-if
               end-evaluate
           end-if

           if ws-lei-conta = "S" then
               add 1 to ws-tot-na-media
               add ws-lei-valor to ws-tot-soma
               if ws-tot-na-media = 1 or ws-lei-valor > ws-tot-maior then
                   move ws-lei-valor        to ws-tot-maior
                   move ws-dia-corrente-num to ws-tot-maior-data
               end-if
               if ws-tot-na-media = 1 or ws-lei-valor < ws-tot-menor then
                   move ws-lei-valor        to ws-tot-menor
                   move ws-dia-corrente-num to ws-tot-menor-data
               end-if
           end-if

           if ws-ext-achou = "S" then
               add 1 to ws-tot-com-extremos
               if ws-tot-com-extremos = 1 or ws-ext-lido-max > ws-tot-ext-max then
                   move ws-ext-lido-max     to ws-tot-ext-max
                   move ws-dia-corrente-num to ws-tot-ext-max-data
               end-if
               if ws-tot-com-extremos = 1 or ws-ext-lido-min < ws-tot-ext-min then
                   move ws-ext-lido-min     to ws-tot-ext-min
                   move ws-dia-corrente-num to ws-tot-ext-min-data
               end-if
           end-if
           .
       acumula-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do dia na listagem e no CSV.
      *>------------------------------------------------------------------------
       grava-dia-extrato section.

           move ws-dia-corrente-num to ws-data-ext-num
           perform monta-data-ext
           move ws-data-ext to ws-led-data

           if ws-lei-achou = "S" then
               move ws-lei-valor   to ws-ext-num-ed
               move ws-ext-num-ed  to ws-led-valor
               move ws-lei-valido  to ws-led-situacao
               move ws-lei-origem  to ws-led-origem
           else
               move "  --  "       to ws-led-valor
               move "-"            to ws-led-situacao
               move "SEM LEITURA"  to ws-led-origem
           end-if
           if ws-lei-conta = "S" then
               move "*" to ws-led-conta
           else
               move space to ws-led-conta
           end-if
           if ws-ext-achou = "S" then
               move ws-ext-lido-min to ws-ext-num-ed
               move ws-ext-num-ed   to ws-led-minima
               move ws-ext-lido-max to ws-ext-num-ed
               move ws-ext-num-ed   to ws-led-maxima
           else
               move "  --  " to ws-led-minima
               move "  --  " to ws-led-maxima
           end-if

           move spaces to fd-linha-extrato
           move ws-linha-ext-dia to fd-linha-extrato
           perform grava-linha-extrato

           move ws-sel-estacao(ws-ind-sel) to ws-csv-estacao
           move ws-cor-ano                 to ws-csv-ano
           move ws-cor-mes                 to ws-csv-mes
           move ws-cor-dia                 to ws-csv-dia
           move ws-lei-conta               to ws-csv-conta
           if ws-lei-achou = "S" then
               move ws-led-valor    to ws-csv-valor
               move ws-lei-valido   to ws-csv-situacao
               move ws-lei-origem   to ws-csv-origem
           else
               move spaces          to ws-csv-valor
               move space           to ws-csv-situacao
               move "SEM LEITURA"   to ws-csv-origem
           end-if
           if ws-ext-achou = "S" then
               move ws-led-minima   to ws-csv-minima
               move ws-led-maxima   to ws-csv-maxima
           else
               move spaces          to ws-csv-minima
               move spaces          to ws-csv-maxima
           end-if

           move spaces to fd-linha-extrato-csv
           move ws-linha-ext-csv to fd-linha-extrato-csv
           write fd-linha-extrato-csv
           if ws-fs-arqExtratoCSV <> 0 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtratoCSV                     to ws-msn-erro-cod
               move "Erro ao gravar arq. EXTRTEMP.CSV    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-linhas-extrato
           .
       grava-dia-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passa a varredura para o dia seguinte no calendario.
      *>------------------------------------------------------------------------
       avanca-dia section.

           add 1 to ws-cor-dia
           if ws-cor-dia > ws-cor-dias-mes then
               move 1 to ws-cor-dia
               add 1 to ws-cor-mes
               if ws-cor-mes > 12 then
                   move 1 to ws-cor-mes
                   add 1 to ws-cor-ano
               end-if
               move ws-cor-ano to ws-calc-ano
               move ws-cor-mes to ws-calc-mes
               perform calc-dias-mes
               move ws-calc-dias to ws-cor-dias-mes
           end-if
           .
       avanca-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Deixa aberto o arquivo morto do ano do dia corrente, fechando
      *>  o do ano anterior. Ano sem arquivo morto fica com
      *>  ws-tem-morto = "N".
      *>------------------------------------------------------------------------
       abre-arquivo-morto section.

           if ws-morto-aberto = "S" and ws-morto-ano-aberto = ws-cor-ano then
               continue
           else
               perform fecha-arquivo-morto

               move ws-cor-ano to ws-morto-ano-txt
               move spaces to ws-morto-nome
               string "ARQTEMP" ws-morto-ano-txt ".DAT"
                   delimited by size into ws-morto-nome
               end-string

               move "S"        to ws-morto-aberto
               move ws-cor-ano to ws-morto-ano-aberto
               open input arqMorto
               if ws-fs-arqMorto = 35 then
                   move "N" to ws-tem-morto
               else
                   if ws-fs-arqMorto <> 0 then
                       move 16                                     to ws-msn-erro-ofsset
                       move ws-fs-arqMorto                         to ws-msn-erro-cod
                       move "Erro ao abrir arquivo morto        "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move "S" to ws-tem-morto
                   add 1 to ws-qtd-arquivos-mortos
               end-if
           end-if
           .
       abre-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o arquivo morto aberto, se houver.
      *>------------------------------------------------------------------------
       fecha-arquivo-morto section.

           if ws-morto-aberto = "S" then
               if ws-tem-morto = "S" then
                   close arqMorto
                   if ws-fs-arqMorto <> 0 then
                       move 17                                     to ws-msn-erro-ofsset
                       move ws-fs-arqMorto                         to ws-msn-erro-cod
                       move "Erro ao fechar arquivo morto       "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               move "N" to ws-morto-aberto
               move "N" to ws-tem-morto
           end-if
           .
       fecha-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais do periodo da estacao: dias, leituras por situacao,
      *>  dias sem leitura, media e extremos.
      *>------------------------------------------------------------------------
       grava-totais-estacao section.

           move spaces to fd-linha-extrato
           perform grava-linha-extrato
           move "TOTAIS DO PERIODO" to fd-linha-extrato
           perform grava-linha-extrato

           move "dias no periodo"               to ws-ext-tot-texto
           move ws-tot-dias                     to ws-ext-tot-qtd
           perform grava-linha-total
           move "dias com leitura"              to ws-ext-tot-texto
           move ws-tot-com-leitura              to ws-ext-tot-qtd
           perform grava-linha-total
           move "dias sem leitura"              to ws-ext-tot-texto
           move ws-tot-sem-leitura              to ws-ext-tot-qtd
           perform grava-linha-total
           move "  normais (S)"                 to ws-ext-tot-texto
           move ws-tot-normais                  to ws-ext-tot-qtd
           perform grava-linha-total
           move "  aceitas na revisao (A)"      to ws-ext-tot-texto
           move ws-tot-aceitas                  to ws-ext-tot-qtd
           perform grava-linha-total
           move "  estimadas (E)"               to ws-ext-tot-texto
           move ws-tot-estimadas                to ws-ext-tot-qtd
           perform grava-linha-total
           move "  em quarentena (N)"           to ws-ext-tot-texto
           move ws-tot-quarentena               to ws-ext-tot-qtd
           perform grava-linha-total
           move "  rejeitadas (R)"              to ws-ext-tot-texto
           move ws-tot-rejeitadas               to ws-ext-tot-qtd
           perform grava-linha-total
           move "dias na media"                 to ws-ext-tot-texto
           move ws-tot-na-media                 to ws-ext-tot-qtd
           perform grava-linha-total

           if ws-tot-na-media > 0 then
               compute ws-tot-media = ws-tot-soma / ws-tot-na-media
               move "media do periodo"          to ws-ext-med-texto
               move ws-tot-media                to ws-ext-med-valor
               move spaces to fd-linha-extrato
               move ws-linha-ext-media to fd-linha-extrato
               perform grava-linha-extrato

               move "maior leitura diaria"      to ws-ext-xtr-texto
               move ws-tot-maior                to ws-ext-num-ed
               move ws-tot-maior-data           to ws-data-ext-num
               perform grava-linha-extremo
               move "menor leitura diaria"      to ws-ext-xtr-texto
               move ws-tot-menor                to ws-ext-num-ed
               move ws-tot-menor-data           to ws-data-ext-num
               perform grava-linha-extremo
           else
               move "  media do periodo: sem dias validos" to fd-linha-extrato
               perform grava-linha-extrato
           end-if

           if ws-tot-com-extremos > 0 then
               move "maxima observada (EXT)"    to ws-ext-xtr-texto
               move ws-tot-ext-max              to ws-ext-num-ed
               move ws-tot-ext-max-data         to ws-data-ext-num
               perform grava-linha-extremo
               move "minima observada (EXT)"    to ws-ext-xtr-texto
               move ws-tot-ext-min              to ws-ext-num-ed
               move ws-tot-ext-min-data         to ws-data-ext-num
               perform grava-linha-extremo
               move "dias com minima/maxima reais" to ws-ext-tot-texto
               move ws-tot-com-extremos         to ws-ext-tot-qtd
               perform grava-linha-total
           else
               move "  minima/maxima reais: nenhum dia no periodo" to fd-linha-extrato
               perform grava-linha-extrato
           end-if
           .
       grava-totais-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-ext-total na listagem.
      *>------------------------------------------------------------------------
       grava-linha-total section.

           move spaces to fd-linha-extrato
           move ws-linha-ext-total to fd-linha-extrato
           perform grava-linha-extrato
           .
       grava-linha-total-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-ext-extremo na listagem, com o valor ja
      *>  editado em ws-ext-num-ed e a data em ws-data-ext-num.
      *>------------------------------------------------------------------------
       grava-linha-extremo section.

           move ws-ext-num-ed to ws-ext-xtr-valor
           perform monta-data-ext
           move ws-data-ext to ws-ext-xtr-data
           move spaces to fd-linha-extrato
           move ws-linha-ext-extremo to fd-linha-extrato
           perform grava-linha-extrato
           .
       grava-linha-extremo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em ws-data-ext (DD/MM/AAAA) a data de ws-data-ext-num.
      *>------------------------------------------------------------------------
       monta-data-ext section.

           move ws-den-dia to ws-de-dia
           move ws-den-mes to ws-de-mes
           move ws-den-ano to ws-de-ano
           .
       monta-data-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza ws-cad-busca-cod no cadastro. Resultado em
      *>  ws-cad-achou e ws-ind-cad-busca.
      *>------------------------------------------------------------------------
       localiza-cadastro section.

           move "N" to ws-cad-achou
           perform varying ws-ind-cad from 1 by 1
                     until ws-ind-cad > ws-qtd-cadastro
                     or    ws-cad-achou = "S"
               if ws-cad-codigo(ws-ind-cad) = ws-cad-busca-cod then
                   move "S" to ws-cad-achou
                   set ws-ind-cad-busca to ws-ind-cad
               end-if
           end-perform
           .
       localiza-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava fd-linha-extrato na listagem e a limpa.
      *>------------------------------------------------------------------------
       grava-linha-extrato section.

           write fd-linha-extrato
           if ws-fs-arqExtrato <> 0 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtrato                        to ws-msn-erro-cod
               move "Erro ao gravar arq. EXTRTEMPERATURAS"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to fd-linha-extrato
           .
       grava-linha-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro.
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao: fecha as fontes consultadas, a listagem e o CSV.
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-tem-mestre = "S" then
               close arqTemperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 19                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. ARQTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-extremos = "S" then
               close arqExtremos
               if ws-fs-arqExtremos <> 0 then
                   move 20                                      to ws-msn-erro-ofsset
                   move ws-fs-arqExtremos                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. EXTTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqExtrato
           if ws-fs-arqExtrato <> 0 then
               move 21                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtrato                        to ws-msn-erro-cod
               move "Erro ao fechar arq. EXTRTEMPERATURAS"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqExtratoCSV
           if ws-fs-arqExtratoCSV <> 0 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtratoCSV                     to ws-msn-erro-cod
               move "Erro ao fechar arq. EXTRTEMP.CSV    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Extrato gerado: " ws-qtd-sel " estacao(oes), "
                   ws-qtd-linhas-extrato " dia(s), "
                   ws-qtd-arquivos-mortos " abertura(s) de arquivo morto"
           display "Listagem em EXTRTEMPERATURAS.TXT e planilha em "
                   "EXTRTEMPERATURAS.CSV"
           stop run
           .
       finaliza-exit.
           exit.
