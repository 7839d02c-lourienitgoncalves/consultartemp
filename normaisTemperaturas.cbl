      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "normaisTemperaturas".
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

      *>   Historico de medias mensais por estacao: fonte principal
      *>   das normais (a media gravada e a media publicada do mes)
           select arqHistorico assign to "HISTTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistorico.

      *>   Arquivo morto anual (ARQTEMP<AAAA>.DAT) gravado pelo
      *>   arquivaTemperaturas, no mesmo leiaute do mestre; completa
      *>   os meses que nao tem linha no historico, recalculando a
      *>   media pelo detalhe diario
           select arqMorto assign to dynamic ws-morto-nome
           organization is indexed
           access mode is dynamic
           record key is fd-mrt-chave
           lock mode is automatic
           file status is ws-fs-arqMorto.

      *>   Cadastro de estacoes; aqui interessa so a faixa valida de
      *>   cada estacao, para o recalculo da media pelo detalhe
           select arqEstacoes assign to "ESTACOES.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Parametros de operacao: dias estimados na media (campo 7),
      *>   primeiro e ultimo ano do periodo base das normais (campos 8
      *>   e 9, zero ou ausente = sem limite) e o minimo de anos para
      *>   uma normal confiavel (campo 10)
           select arqConfig assign to "CFGTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqConfig.

      *>   Arquivo de trabalho da rodada: media de cada estacao/ano/
      *>   mes, vinda do historico ou somada do detalhe dos arquivos
      *>   mortos; e recriado a cada rodada e apagado no final
           select arqMedias assign to "NORMTEMPERATURAS.WRK"
           organization is indexed
           access mode is dynamic
           record key is fd-med-chave
           lock mode is automatic
           file status is ws-fs-arqMedias.

      *>   Normais climatologicas: uma entrada por estacao e mes do
      *>   calendario, com a media e o desvio padrao do periodo base,
      *>   a quantidade de anos e os meses recordes (quente e frio) de
      *>   todo o historico; lida pelo relatorio de anomalias do
      *>   programa principal
           select arqNormais assign to "NORMTEMPERATURAS.DAT"
           organization is indexed
           access mode is dynamic
           record key is fd-nor-chave
           lock mode is automatic
           file status is ws-fs-arqNormais.

      *>   Listagem das normais geradas
           select arqListagem assign to "NORMTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqListagem.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqHistorico.
       01  fd-historico.
           05 fd-hist-estacao                       pic x(05).
           05 fd-hist-ano                           pic 9(04).
           05 fd-hist-mes                           pic 9(02).
           05 fd-hist-media                         pic s9(02)v99.

       fd arqMorto.
       01  fd-morto.
           05 fd-mrt-chave.
              10 fd-mrt-estacao                    pic x(05).
              10 fd-mrt-ano                        pic 9(04).
              10 fd-mrt-mes                        pic 9(02).
              10 fd-mrt-dia                        pic 9(02).
           05 fd-mrt-valor                         pic s9(02)v99.
           05 fd-mrt-valido                        pic x(01).

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

       fd arqMedias.
       01  fd-medias.
           05 fd-med-chave.
              10 fd-med-estacao                    pic x(05).
              10 fd-med-ano                        pic 9(04).
              10 fd-med-mes                        pic 9(02).
           05 fd-med-soma                          pic s9(05)v99.
           05 fd-med-qtd                           pic 9(03).
      *>       "H" media do historico (soma = a propria media, qtd 1);
      *>       "A" soma/quantidade do detalhe do arquivo morto
           05 fd-med-fonte                         pic x(01).

       fd arqNormais.
       01  fd-normais.
           05 fd-nor-chave.
              10 fd-nor-estacao                    pic x(05).
              10 fd-nor-mes                        pic 9(02).
      *>       periodo base efetivo (primeiro e ultimo ano que entraram)
      *>       e a quantidade de anos da normal
           05 fd-nor-base-ini                      pic 9(04).
           05 fd-nor-base-fim                      pic 9(04).
           05 fd-nor-qtd-anos                      pic 9(03).
           05 fd-nor-media                         pic s9(02)v99.
           05 fd-nor-desvio                        pic 9(02)v99.
      *>       anos com media do mes em todo o historico e os dois
      *>       meses mais quentes e mais frios dele (o segundo lugar
      *>       deixa o relatorio de anomalias julgar o recorde do
      *>       proprio ano de referencia quando ele ja estiver aqui)
           05 fd-nor-qtd-anos-total                pic 9(03).
           05 fd-nor-quente occurs 2 times.
              10 fd-nor-quente-ano                 pic 9(04).
              10 fd-nor-quente-media               pic s9(02)v99.
           05 fd-nor-frio occurs 2 times.
              10 fd-nor-frio-ano                   pic 9(04).
              10 fd-nor-frio-media                 pic s9(02)v99.
           05 fd-nor-data-geracao                  pic 9(08).

       fd arqListagem.
       01  fd-linha-listagem                        pic x(132).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-fs-arqHistorico                       pic  9(02).
       01 ws-fs-arqMorto                           pic  9(02).
       01 ws-fs-arqEstacoes                        pic  9(02).
       01 ws-fs-arqConfig                          pic  9(02).
       01 ws-fs-arqMedias                          pic  9(02).
       01 ws-fs-arqNormais                         pic  9(02).
       01 ws-fs-arqListagem                        pic  9(02).

      *>   data e hora da rodada, para o cabecalho e para o carimbo
      *>   das normais
       77 ws-nor-data-rodada                        pic 9(08).
       77 ws-nor-hora-rodada                        pic 9(08).

      *>   faixa padrao, a mesma do programa principal, para estacao
      *>   fora do cadastro (ou sem cadastro carregado)
       77 ws-temp-min                               pic s9(02)v99 value -40,00.
       77 ws-temp-max                               pic s9(02)v99 value  55,00.
       77 ws-faixa-min                              pic s9(02)v99.
       77 ws-faixa-max                              pic s9(02)v99.

      *>   parametros de CFGTEMPERATURAS.TXT: estimados na media,
      *>   periodo base (0 = aberto) e minimo de anos da normal
       77 ws-cfg-estima-na-media                    pic x(01) value "N".
       77 ws-cfg-base-ini                           pic 9(04) value 0.
       77 ws-cfg-base-fim                           pic 9(04) value 0.
       77 ws-cfg-min-anos                           pic 9(03) value 10.
       01 ws-cfg-campos.
          05 ws-cfg-campo occurs 10 times           pic x(10).

      *>   cadastro de estacoes carregado de ESTACOES.TXT; so a faixa
       01 ws-cadastro.
          05 ws-qtd-cadastro                       pic 9(03) value 0.
          05 ws-cad occurs 500 times
                     indexed by ws-ind-cad.
             10 ws-cad-codigo                      pic x(05).
             10 ws-cad-temp-min                    pic s9(02)v99.
             10 ws-cad-temp-max                    pic s9(02)v99.
       77 ws-tem-cadastro                           pic x(01) value "N".
       77 ws-cad-estourou                           pic x(01) value "N".
       77 ws-cad-busca-cod                          pic x(05).
       77 ws-cad-achou                              pic x(01).
       77 ws-ind-cad-busca                          pic 9(03) value 0.
      *>   os arquivos mortos vem agrupados por estacao: a ultima busca
      *>   no cadastro e reaproveitada enquanto o codigo nao muda
       77 ws-cad-ultimo-cod                         pic x(05) value high-values.
       77 ws-cad-ultimo-achou                       pic x(01).
       77 ws-cad-ultimo-ind                         pic 9(03).

      *>   grupo estacao/ano/mes do arquivo morto sendo somado
       01 ws-grupo.
          05 ws-grp-estacao                        pic x(05).
          05 ws-grp-ano                            pic 9(04).
          05 ws-grp-mes                            pic 9(02).
       77 ws-grp-ativo                              pic x(01) value "N".
       77 ws-grp-soma                               pic s9(05)v99.
       77 ws-grp-qtd                                pic 9(03).
       77 ws-lei-conta                              pic x(01).

      *>   arquivo morto da vez e a faixa de anos a varrer: do ano mais
      *>   antigo do historico (ou do inicio do periodo base, se for
      *>   anterior) ate o ano corrente
       77 ws-morto-nome                             pic x(60).
       77 ws-morto-ano-txt                          pic 9(04).
       77 ws-ano-min                                pic 9(04) value 9999.
       77 ws-ano-max                                pic 9(04) value 0.
       77 ws-ano-varre                              pic 9(04).

      *>   acumuladores da estacao corrente na apuracao das normais,
      *>   um por mes do calendario
       01 ws-acumulado-estacao.
          05 ws-acm-mes occurs 12 times
                        indexed by ws-ind-acm.
             10 ws-acm-qtd-base                    pic 9(03).
             10 ws-acm-soma                        pic s9(05)v99.
             10 ws-acm-soma-quad                   pic s9(07)v9999.
             10 ws-acm-base-ini                    pic 9(04).
             10 ws-acm-base-fim                    pic 9(04).
             10 ws-acm-qtd-total                   pic 9(03).
             10 ws-acm-quente occurs 2 times.
                15 ws-acm-quente-ano               pic 9(04).
                15 ws-acm-quente-media             pic s9(02)v99.
             10 ws-acm-frio occurs 2 times.
                15 ws-acm-frio-ano                 pic 9(04).
                15 ws-acm-frio-media               pic s9(02)v99.
       77 ws-acm-estacao                            pic x(05).
       77 ws-acm-ativo                              pic x(01) value "N".

      *>   media do mes lido do arquivo de trabalho e calculo do desvio
       77 ws-med-mes                                pic s9(02)v99.
       77 ws-nor-media-calc                         pic s9(02)v99.
       77 ws-nor-variancia                          pic s9(05)v9999.
       77 ws-nor-desvio-calc                        pic 9(02)v99.
       77 ws-ind-mes                                pic 9(02).

      *>   contadores da rodada
       77 ws-qtd-hist-lidas                         pic 9(06) value 0.
       77 ws-qtd-hist-repetidas                     pic 9(06) value 0.
       77 ws-qtd-arquivos-mortos                    pic 9(03) value 0.
       77 ws-qtd-meses-arquivo                      pic 9(06) value 0.
       77 ws-qtd-normais                            pic 9(06) value 0.
       77 ws-qtd-poucos-anos                        pic 9(06) value 0.

      *>   areas de montagem da listagem
       01 ws-linha-nor-cabec.
          05 filler                                 pic x(31)
                     value "NORMAIS CLIMATOLOGICAS gerada ".
          05 ws-nor-cab-dia                         pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-nor-cab-mes                         pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-nor-cab-ano                         pic 9(04).
          05 filler                                 pic x(16)
                     value " periodo base: ".
          05 ws-nor-cab-base                        pic x(20).
          05 filler                                 pic x(17)
                     value " minimo de anos: ".
          05 ws-nor-cab-min                         pic zz9.

       01 ws-nor-cab-periodo.
          05 ws-nor-per-ini                         pic 9(04).
          05 filler                                 pic x(03) value " a ".
          05 ws-nor-per-fim                         pic 9(04).

       01 ws-linha-nor-titulos.
          05 filler                                 pic x(81)
                     value "ESTAC MES   MEDIA DESVIO ANOS  BASE       QUENTE (ANO)   FRIO (ANO)   ANOS  AVISO".

       01 ws-linha-normal.
          05 ws-lnr-estacao                         pic x(05).
          05 filler                                 pic x(02) value space.
          05 ws-lnr-mes                             pic 9(02).
          05 filler                                 pic x(02) value space.
          05 ws-lnr-media                           pic -(02)9,99.
          05 filler                                 pic x(02) value space.
          05 ws-lnr-desvio                          pic z9,99.
          05 filler                                 pic x(02) value space.
          05 ws-lnr-anos                            pic zz9.
          05 filler                                 pic x(02) value space.
          05 ws-lnr-base-ini                        pic 9(04).
          05 filler                                 pic x(01) value "-".
          05 ws-lnr-base-fim                        pic 9(04).
          05 filler                                 pic x(02) value space.
          05 ws-lnr-quente                          pic -(02)9,99.
          05 filler                                 pic x(02) value " (".
          05 ws-lnr-quente-ano                      pic 9(04).
          05 filler                                 pic x(03) value ")  ".
          05 ws-lnr-frio                            pic -(02)9,99.
          05 filler                                 pic x(02) value " (".
          05 ws-lnr-frio-ano                        pic 9(04).
          05 filler                                 pic x(03) value ")  ".
          05 ws-lnr-anos-total                      pic zz9.
          05 filler                                 pic x(02) value space.
          05 ws-lnr-aviso                           pic x(20).

       01 ws-linha-nor-total.
          05 filler                                 pic x(02) value space.
          05 ws-nor-tot-texto                       pic x(50).
          05 ws-nor-tot-qtd                         pic z.zzz.zz9.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform carrega-medias-historico.
           perform carrega-medias-arquivo.
           perform apura-normais.
           perform grava-resumo.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Prepara a rodada: carrega o cadastro e a configuracao, recria
      *>  o arquivo de trabalho das medias e as normais e abre a
      *>  listagem.
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-nor-data-rodada from date yyyymmdd
           accept ws-nor-hora-rodada from time
           move ws-nor-data-rodada(1:4) to ws-ano-max

           perform carrega-cadastro
           perform carrega-config

           call "CBL_DELETE_FILE" using "NORMTEMPERATURAS.WRK"
           open output arqMedias.
           if ws-fs-arqMedias <> 0 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqMedias                        to ws-msn-erro-cod
               move "Erro ao criar arq. NORMTEMP.WRK    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqMedias.
           open i-o arqMedias.
           if ws-fs-arqMedias <> 0 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqMedias                        to ws-msn-erro-cod
               move "Erro ao abrir arq. NORMTEMP.WRK    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>       as normais sao sempre regeradas por inteiro: um periodo
      *>       base novo nao pode deixar entrada velha para tras
           open output arqNormais.
           if ws-fs-arqNormais <> 0 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqNormais                       to ws-msn-erro-cod
               move "Erro ao criar arq. NORMTEMPERATURAS"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqListagem.
           if ws-fs-arqListagem <> 0 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqListagem                      to ws-msn-erro-cod
               move "Erro ao abrir arq. NORMTEMPERATURAS"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-nor-data-rodada(7:2) to ws-nor-cab-dia
           move ws-nor-data-rodada(5:2) to ws-nor-cab-mes
           move ws-nor-data-rodada(1:4) to ws-nor-cab-ano
           if ws-cfg-base-ini = 0 and ws-cfg-base-fim = 0 then
               move "todos os anos" to ws-nor-cab-base
           else
               move ws-cfg-base-ini to ws-nor-per-ini
               if ws-cfg-base-fim = 0 then
                   move 9999 to ws-nor-per-fim
               else
                   move ws-cfg-base-fim to ws-nor-per-fim
               end-if
               move ws-nor-cab-periodo to ws-nor-cab-base
           end-if
           move ws-cfg-min-anos to ws-nor-cab-min
           move spaces to fd-linha-listagem
           move ws-linha-nor-cabec to fd-linha-listagem
           perform grava-linha-listagem

           if ws-tem-cadastro = "N" then
               move "AVISO: ESTACOES.TXT nao existe; meses dos arquivos mortos usam a faixa padrao"
                    to fd-linha-listagem
               perform grava-linha-listagem
           end-if
           if ws-cad-estourou = "S" then
               move "AVISO: cadastro truncado em 500 estacoes; as demais usam a faixa padrao"
                    to fd-linha-listagem
               perform grava-linha-listagem
           end-if

           move spaces to fd-linha-listagem
           perform grava-linha-listagem
           move ws-linha-nor-titulos to fd-linha-listagem
           perform grava-linha-listagem
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega codigo e faixa valida de cada estacao de ESTACOES.TXT.
      *>  Sem o arquivo, vale a faixa padrao para todas as estacoes.
      *>------------------------------------------------------------------------
       carrega-cadastro section.

           open input arqEstacoes.
           if ws-fs-arqEstacoes = 35 then
               move "N" to ws-tem-cadastro
           else
               if ws-fs-arqEstacoes <> 0 then
                   move 5                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. ESTACOES        "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "S" to ws-tem-cadastro

               read arqEstacoes
               perform until ws-fs-arqEstacoes = 10
                   if ws-fs-arqEstacoes <> 0 then
                       move 6                                       to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                       move "Erro ao ler arq. ESTACOES          "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-qtd-cadastro < 500 then
                       add 1 to ws-qtd-cadastro
                       move fd-est-codigo   to ws-cad-codigo(ws-qtd-cadastro)
                       move fd-est-temp-min to ws-cad-temp-min(ws-qtd-cadastro)
                       move fd-est-temp-max to ws-cad-temp-max(ws-qtd-cadastro)
                   else
                       move "S" to ws-cad-estourou
                   end-if
                   read arqEstacoes
               end-perform

               close arqEstacoes
               if ws-fs-arqEstacoes <> 0 then
                   move 7                                       to ws-msn-erro-ofsset
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
      *>  (campo 7), o periodo base das normais (campos 8 e 9, ano
      *>  AAAA; zero ou ausente deixa a ponta aberta) e o minimo de
      *>  anos para uma normal confiavel (campo 10, padrao 10).
      *>------------------------------------------------------------------------
       carrega-config section.

           open input arqConfig.
           if ws-fs-arqConfig = 35 then
               continue
           else
               if ws-fs-arqConfig <> 0 then
                   move 8                                       to ws-msn-erro-ofsset
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
                   if  ws-cfg-campo(8)(1:4) is numeric
                   and ws-cfg-campo(8)(5:1) = space then
                       move ws-cfg-campo(8)(1:4) to ws-cfg-base-ini
                   end-if
                   if  ws-cfg-campo(9)(1:4) is numeric
                   and ws-cfg-campo(9)(5:1) = space then
                       move ws-cfg-campo(9)(1:4) to ws-cfg-base-fim
                   end-if
                   if ws-cfg-campo(10) not = spaces then
                       compute ws-cfg-min-anos =
                               function numval(ws-cfg-campo(10))
                   end-if
               else
                   if ws-fs-arqConfig <> 10 then
                       move 9                                       to ws-msn-erro-ofsset
                       move ws-fs-arqConfig                         to ws-msn-erro-cod
                       move "Erro ao ler arq. CFGTEMPERATURAS    "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqConfig
               if ws-fs-arqConfig <> 0 then
                   move 10                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConfig                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. CFGTEMPERATURAS "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>       periodo invertido e erro de digitacao: as pontas trocam
           if  ws-cfg-base-fim > 0
           and ws-cfg-base-ini > ws-cfg-base-fim then
               move ws-cfg-base-ini to ws-ano-varre
               move ws-cfg-base-fim to ws-cfg-base-ini
               move ws-ano-varre    to ws-cfg-base-fim
           end-if
           .
       carrega-config-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passa as medias de HISTTEMPERATURAS.TXT para o arquivo de
      *>  trabalho. A media do historico e a publicada e prevalece
      *>  sobre o recalculo do detalhe; linha repetida para o mesmo
      *>  mes fica com a primeira e e so contada.
      *>------------------------------------------------------------------------
       carrega-medias-historico section.

           open input arqHistorico.
           if ws-fs-arqHistorico = 35 then
               move "AVISO: HISTTEMPERATURAS.TXT nao existe; so os arquivos mortos entram nas normais"
                    to fd-linha-listagem
               perform grava-linha-listagem
           else
               if ws-fs-arqHistorico <> 0 then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. HISTTEMPERATURAS  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqHistorico
               perform until ws-fs-arqHistorico = 10
                   if ws-fs-arqHistorico <> 0 then
                       move 12                                      to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                      to ws-msn-erro-cod
                       move "Erro ao ler arq. HISTTEMPERATURAS   "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  fd-hist-ano   is numeric
                   and fd-hist-mes   is numeric
                   and fd-hist-media is numeric
                   and fd-hist-ano > 0
                   and fd-hist-mes >= 1 and fd-hist-mes <= 12 then
                       add 1 to ws-qtd-hist-lidas
                       if fd-hist-ano < ws-ano-min then
                           move fd-hist-ano to ws-ano-min
                       end-if

                       move fd-hist-estacao to fd-med-estacao
                       move fd-hist-ano     to fd-med-ano
                       move fd-hist-mes     to fd-med-mes
                       read arqMedias
                       evaluate ws-fs-arqMedias
                           when 0
                               add 1 to ws-qtd-hist-repetidas
                           when 23
                               move fd-hist-estacao to fd-med-estacao
                               move fd-hist-ano     to fd-med-ano
                               move fd-hist-mes     to fd-med-mes
                               move fd-hist-media   to fd-med-soma
                               move 1               to fd-med-qtd
                               move "H"             to fd-med-fonte
                               write fd-medias
                               if ws-fs-arqMedias <> 0 then
                                   move 13                             to ws-msn-erro-ofsset
                                   move ws-fs-arqMedias                to ws-msn-erro-cod
                                   move "Erro ao gravar arq. NORMTEMP.WRK  "
                                        to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           when other
                               move 14                                 to ws-msn-erro-ofsset
                               move ws-fs-arqMedias                    to ws-msn-erro-cod
                               move "Erro ao ler arq. NORMTEMP.WRK     "  to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-if
                   read arqHistorico
               end-perform

               close arqHistorico
               if ws-fs-arqHistorico <> 0 then
                   move 15                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. HISTTEMPERATURAS "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-medias-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre os arquivos mortos de cada ano possivel (nao ha como
      *>  listar os ARQTEMP<AAAA>.DAT): do ano mais antigo do historico
      *>  - ou do inicio do periodo base, se vier antes - ate o ano
      *>  corrente. Cada mes do detalhe que nao tem media no historico
      *>  entra com a media recalculada pelas regras da carga.
      *>------------------------------------------------------------------------
       carrega-medias-arquivo section.

           if ws-cfg-base-ini > 0 and ws-cfg-base-ini < ws-ano-min then
               move ws-cfg-base-ini to ws-ano-min
           end-if
           if ws-ano-min > ws-ano-max then
               move ws-ano-max to ws-ano-min
           end-if

           perform varying ws-ano-varre from ws-ano-min by 1
                     until ws-ano-varre > ws-ano-max
               perform varre-arquivo-morto
           end-perform
           .
       carrega-medias-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre o arquivo morto do ano em ws-ano-varre, se existir,
      *>  somando as leituras por estacao/ano/mes.
      *>------------------------------------------------------------------------
       varre-arquivo-morto section.

           move ws-ano-varre to ws-morto-ano-txt
           move spaces to ws-morto-nome
           string "ARQTEMP" ws-morto-ano-txt ".DAT"
               delimited by size into ws-morto-nome
           end-string

           open input arqMorto
           if ws-fs-arqMorto = 35 then
               continue
           else
               if ws-fs-arqMorto <> 0 then
                   move 16                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMorto                         to ws-msn-erro-cod
                   move "Erro ao abrir arquivo morto        "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-arquivos-mortos

               read arqMorto next
               perform until ws-fs-arqMorto = 10
                   if ws-fs-arqMorto <> 0 then
                       move 17                                     to ws-msn-erro-ofsset
                       move ws-fs-arqMorto                         to ws-msn-erro-cod
                       move "Erro ao ler arquivo morto          "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform soma-leitura-arquivo
                   read arqMorto next
               end-perform
               perform fecha-grupo-media

               close arqMorto
               if ws-fs-arqMorto <> 0 then
                   move 18                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMorto                         to ws-msn-erro-cod
                   move "Erro ao fechar arquivo morto       "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       varre-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a leitura do arquivo morto no grupo estacao/ano/mes pelas
      *>  mesmas regras da carga do programa principal - "A" sempre
      *>  conta, "E" so quando a configuracao poe os estimados na
      *>  media, "N" e "R" nunca, e a leitura normal so dentro da faixa
      *>  da estacao.
      *>------------------------------------------------------------------------
       soma-leitura-arquivo section.

           if ws-grp-ativo = "S" then
               if fd-mrt-estacao not = ws-grp-estacao
               or fd-mrt-ano     not = ws-grp-ano
               or fd-mrt-mes     not = ws-grp-mes then
                   perform fecha-grupo-media
               end-if
           end-if
           if ws-grp-ativo = "N" then
               move fd-mrt-estacao to ws-grp-estacao
               move fd-mrt-ano     to ws-grp-ano
               move fd-mrt-mes     to ws-grp-mes
               move 0              to ws-grp-soma
               move 0              to ws-grp-qtd
               move "S"            to ws-grp-ativo
           end-if

           move "N" to ws-lei-conta
           if fd-mrt-valido = "A" then
               move "S" to ws-lei-conta
           else
           if fd-mrt-valido = "E" then
               if ws-cfg-estima-na-media = "S" then
                   move "S" to ws-lei-conta
               end-if
           else
               if  fd-mrt-valido not = "N"
               and fd-mrt-valido not = "R" then
                   move fd-mrt-estacao to ws-cad-busca-cod
                   perform localiza-cadastro
                   move ws-temp-min to ws-faixa-min
                   move ws-temp-max to ws-faixa-max
                   if ws-cad-achou = "S" then
                       move ws-cad-temp-min(ws-ind-cad-busca) to ws-faixa-min
                       move ws-cad-temp-max(ws-ind-cad-busca) to ws-faixa-max
                   end-if
                   if  fd-mrt-valor >= ws-faixa-min
                   and fd-mrt-valor <= ws-faixa-max then
                       move "S" to ws-lei-conta
                   end-if
               end-if
           end-if
           end-if

           if ws-lei-conta = "S" then
               add fd-mrt-valor to ws-grp-soma
               add 1            to ws-grp-qtd
           end-if
           .
       soma-leitura-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no arquivo de trabalho o grupo estacao/ano/mes do
      *>  arquivo morto, se ele tiver leitura que conte e o mes ainda
      *>  nao tiver media do historico (que prevalece).
      *>------------------------------------------------------------------------
       fecha-grupo-media section.

           if ws-grp-ativo = "S" and ws-grp-qtd > 0 then
               move ws-grp-estacao to fd-med-estacao
               move ws-grp-ano     to fd-med-ano
               move ws-grp-mes     to fd-med-mes
               read arqMedias
               evaluate ws-fs-arqMedias
                   when 0
                       if fd-med-fonte = "A" then
                           add ws-grp-soma to fd-med-soma
                           add ws-grp-qtd  to fd-med-qtd
                           rewrite fd-medias
                           if ws-fs-arqMedias <> 0 then
                               move 19                             to ws-msn-erro-ofsset
                               move ws-fs-arqMedias                to ws-msn-erro-cod
                               move "Erro ao regravar arq. NORMTEMP.WRK"
                                    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   when 23
                       move ws-grp-estacao to fd-med-estacao
                       move ws-grp-ano     to fd-med-ano
                       move ws-grp-mes     to fd-med-mes
                       move ws-grp-soma    to fd-med-soma
                       move ws-grp-qtd     to fd-med-qtd
                       move "A"            to fd-med-fonte
                       write fd-medias
                       if ws-fs-arqMedias <> 0 then
                           move 20                             to ws-msn-erro-ofsset
                           move ws-fs-arqMedias                to ws-msn-erro-cod
                           move "Erro ao gravar arq. NORMTEMP.WRK  "
                                to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-meses-arquivo
                   when other
                       move 21                                 to ws-msn-erro-ofsset
                       move ws-fs-arqMedias                    to ws-msn-erro-cod
                       move "Erro ao ler arq. NORMTEMP.WRK     "  to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           move "N" to ws-grp-ativo
           .
       fecha-grupo-media-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o arquivo de trabalho em ordem de chave (estacao,
      *>  ano, mes) acumulando por mes do calendario; a cada troca de
      *>  estacao grava as normais dela.
      *>------------------------------------------------------------------------
       apura-normais section.

           move low-values to fd-med-chave
           start arqMedias key is >= fd-med-chave
           if ws-fs-arqMedias = 0 then
               read arqMedias next
           else
               move 10 to ws-fs-arqMedias
           end-if

           perform until ws-fs-arqMedias = 10
               if ws-fs-arqMedias <> 0 then
                   move 22                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMedias                        to ws-msn-erro-cod
                   move "Erro ao ler arq. NORMTEMP.WRK     "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-acm-ativo = "S" and fd-med-estacao not = ws-acm-estacao
               then
                   perform grava-normais-estacao
               end-if
               if ws-acm-ativo = "N" then
                   move fd-med-estacao to ws-acm-estacao
                   perform varying ws-ind-acm from 1 by 1 until ws-ind-acm > 12
                       initialize ws-acm-mes(ws-ind-acm)
                   end-perform
                   move "S" to ws-acm-ativo
               end-if

               perform acumula-media-mes

               read arqMedias next
           end-perform

           if ws-acm-ativo = "S" then
               perform grava-normais-estacao
           end-if
           .
       apura-normais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a media do mes do registro de trabalho corrente no
      *>  acumulador do seu mes do calendario: no periodo base para a
      *>  normal e em todo o historico para os recordes.
      *>------------------------------------------------------------------------
       acumula-media-mes section.

           if fd-med-fonte = "H" then
               move fd-med-soma to ws-med-mes
           else
               compute ws-med-mes = fd-med-soma / fd-med-qtd
           end-if
           move fd-med-mes to ws-ind-mes

           if  (ws-cfg-base-ini = 0 or fd-med-ano >= ws-cfg-base-ini)
           and (ws-cfg-base-fim = 0 or fd-med-ano <= ws-cfg-base-fim) then
               if ws-acm-qtd-base(ws-ind-mes) = 0 then
                   move fd-med-ano to ws-acm-base-ini(ws-ind-mes)
               end-if
               move fd-med-ano to ws-acm-base-fim(ws-ind-mes)
               add 1 to ws-acm-qtd-base(ws-ind-mes)
               add ws-med-mes to ws-acm-soma(ws-ind-mes)
               compute ws-acm-soma-quad(ws-ind-mes) =
                       ws-acm-soma-quad(ws-ind-mes) + ws-med-mes * ws-med-mes
           end-if

      *>       dois primeiros lugares de quente e de frio
           if ws-acm-qtd-total(ws-ind-mes) = 0 then
               move fd-med-ano to ws-acm-quente-ano(ws-ind-mes, 1)
                                  ws-acm-frio-ano(ws-ind-mes, 1)
               move ws-med-mes to ws-acm-quente-media(ws-ind-mes, 1)
                                  ws-acm-frio-media(ws-ind-mes, 1)
           else
               if ws-med-mes > ws-acm-quente-media(ws-ind-mes, 1) then
                   move ws-acm-quente(ws-ind-mes, 1)
                        to ws-acm-quente(ws-ind-mes, 2)
                   move fd-med-ano to ws-acm-quente-ano(ws-ind-mes, 1)
                   move ws-med-mes to ws-acm-quente-media(ws-ind-mes, 1)
               else
                   if ws-acm-quente-ano(ws-ind-mes, 2) = 0
                   or ws-med-mes > ws-acm-quente-media(ws-ind-mes, 2) then
                       move fd-med-ano to ws-acm-quente-ano(ws-ind-mes, 2)
                       move ws-med-mes to ws-acm-quente-media(ws-ind-mes, 2)
                   end-if
               end-if
               if ws-med-mes < ws-acm-frio-media(ws-ind-mes, 1) then
                   move ws-acm-frio(ws-ind-mes, 1)
                        to ws-acm-frio(ws-ind-mes, 2)
                   move fd-med-ano to ws-acm-frio-ano(ws-ind-mes, 1)
                   move ws-med-mes to ws-acm-frio-media(ws-ind-mes, 1)
               else
                   if ws-acm-frio-ano(ws-ind-mes, 2) = 0
                   or ws-med-mes < ws-acm-frio-media(ws-ind-mes, 2) then
                       move fd-med-ano to ws-acm-frio-ano(ws-ind-mes, 2)
                       move ws-med-mes to ws-acm-frio-media(ws-ind-mes, 2)
                   end-if
               end-if
           end-if
           add 1 to ws-acm-qtd-total(ws-ind-mes)
           .
       acumula-media-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as normais da estacao acumulada (um registro por mes do
      *>  calendario com pelo menos um ano no historico) e a linha da
      *>  listagem de cada uma. Desvio padrao amostral (n - 1); com um
      *>  ano so, o desvio fica zero.
      *>------------------------------------------------------------------------
       grava-normais-estacao section.

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               if ws-acm-qtd-total(ws-ind-mes) > 0 then
                   move 0 to ws-nor-media-calc
                   move 0 to ws-nor-desvio-calc
                   if ws-acm-qtd-base(ws-ind-mes) > 0 then
                       compute ws-nor-media-calc rounded =
                               ws-acm-soma(ws-ind-mes)
                               / ws-acm-qtd-base(ws-ind-mes)
                   end-if
                   if ws-acm-qtd-base(ws-ind-mes) > 1 then
                       compute ws-nor-variancia =
                               (ws-acm-soma-quad(ws-ind-mes)
                                - ws-acm-soma(ws-ind-mes)
                                  * ws-acm-soma(ws-ind-mes)
                                  / ws-acm-qtd-base(ws-ind-mes))
                               / (ws-acm-qtd-base(ws-ind-mes) - 1)
                       if ws-nor-variancia > 0 then
                           compute ws-nor-desvio-calc rounded =
                                   function sqrt(ws-nor-variancia)
                       end-if
                   end-if

                   move spaces                         to fd-normais
                   move ws-acm-estacao                 to fd-nor-estacao
                   move ws-ind-mes                     to fd-nor-mes
                   move ws-acm-base-ini(ws-ind-mes)    to fd-nor-base-ini
                   move ws-acm-base-fim(ws-ind-mes)    to fd-nor-base-fim
                   move ws-acm-qtd-base(ws-ind-mes)    to fd-nor-qtd-anos
                   move ws-nor-media-calc              to fd-nor-media
                   move ws-nor-desvio-calc             to fd-nor-desvio
                   move ws-acm-qtd-total(ws-ind-mes)   to fd-nor-qtd-anos-total
                   move ws-acm-quente-ano(ws-ind-mes, 1)   to fd-nor-quente-ano(1)
                   move ws-acm-quente-media(ws-ind-mes, 1) to fd-nor-quente-media(1)
                   move ws-acm-quente-ano(ws-ind-mes, 2)   to fd-nor-quente-ano(2)
                   move ws-acm-quente-media(ws-ind-mes, 2) to fd-nor-quente-media(2)
                   move ws-acm-frio-ano(ws-ind-mes, 1)     to fd-nor-frio-ano(1)
                   move ws-acm-frio-media(ws-ind-mes, 1)   to fd-nor-frio-media(1)
                   move ws-acm-frio-ano(ws-ind-mes, 2)     to fd-nor-frio-ano(2)
                   move ws-acm-frio-media(ws-ind-mes, 2)   to fd-nor-frio-media(2)
                   move ws-nor-data-rodada             to fd-nor-data-geracao
                   write fd-normais
                   if ws-fs-arqNormais <> 0 then
                       move 23                             to ws-msn-erro-ofsset
                       move ws-fs-arqNormais               to ws-msn-erro-cod
                       move "Erro ao gravar arq. NORMTEMPERATURAS"
                            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-normais

                   move ws-acm-estacao                     to ws-lnr-estacao
                   move ws-ind-mes                         to ws-lnr-mes
                   move ws-nor-media-calc                  to ws-lnr-media
                   move ws-nor-desvio-calc                 to ws-lnr-desvio
                   move ws-acm-qtd-base(ws-ind-mes)        to ws-lnr-anos
                   move ws-acm-base-ini(ws-ind-mes)        to ws-lnr-base-ini
                   move ws-acm-base-fim(ws-ind-mes)        to ws-lnr-base-fim
                   move ws-acm-quente-media(ws-ind-mes, 1) to ws-lnr-quente
                   move ws-acm-quente-ano(ws-ind-mes, 1)   to ws-lnr-quente-ano
                   move ws-acm-frio-media(ws-ind-mes, 1)   to ws-lnr-frio
                   move ws-acm-frio-ano(ws-ind-mes, 1)     to ws-lnr-frio-ano
                   move ws-acm-qtd-total(ws-ind-mes)       to ws-lnr-anos-total
                   move spaces to ws-lnr-aviso
                   if ws-acm-qtd-base(ws-ind-mes) = 0 then
                       move "SEM ANOS NA BASE" to ws-lnr-aviso
                       add 1 to ws-qtd-poucos-anos
                   else
                       if ws-acm-qtd-base(ws-ind-mes) < ws-cfg-min-anos then
                           move "POUCOS ANOS" to ws-lnr-aviso
                           add 1 to ws-qtd-poucos-anos
                       end-if
                   end-if
                   move spaces to fd-linha-listagem
                   move ws-linha-normal to fd-linha-listagem
                   perform grava-linha-listagem
               end-if
           end-perform

           move "N" to ws-acm-ativo
           .
       grava-normais-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais da rodada no fim da listagem.
      *>------------------------------------------------------------------------
       grava-resumo section.

           move spaces to fd-linha-listagem
           perform grava-linha-listagem
           move "RESUMO" to fd-linha-listagem
           perform grava-linha-listagem

           move "medias lidas do historico"               to ws-nor-tot-texto
           move ws-qtd-hist-lidas                          to ws-nor-tot-qtd
           perform grava-total
           move "linhas repetidas do historico ignoradas"  to ws-nor-tot-texto
           move ws-qtd-hist-repetidas                      to ws-nor-tot-qtd
           perform grava-total
           move "arquivos mortos varridos"                 to ws-nor-tot-texto
           move ws-qtd-arquivos-mortos                     to ws-nor-tot-qtd
           perform grava-total
           move "meses recalculados dos arquivos mortos"   to ws-nor-tot-texto
           move ws-qtd-meses-arquivo                       to ws-nor-tot-qtd
           perform grava-total
           move "normais gravadas (estacao x mes)"         to ws-nor-tot-texto
           move ws-qtd-normais                             to ws-nor-tot-qtd
           perform grava-total
           move "normais com poucos anos"                  to ws-nor-tot-texto
           move ws-qtd-poucos-anos                         to ws-nor-tot-qtd
           perform grava-total

           display "Normais NORMTEMPERATURAS.DAT geradas: " ws-qtd-normais
                   " entrada(s); listagem em NORMTEMPERATURAS.TXT"
           .
       grava-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza no cadastro o codigo em ws-cad-busca-cod.
      *>------------------------------------------------------------------------
       localiza-cadastro section.

           if ws-cad-busca-cod = ws-cad-ultimo-cod then
               move ws-cad-ultimo-achou to ws-cad-achou
               move ws-cad-ultimo-ind   to ws-ind-cad-busca
           else
               move "N" to ws-cad-achou
               perform varying ws-ind-cad from 1 by 1
                         until ws-ind-cad > ws-qtd-cadastro
                         or    ws-cad-achou = "S"
                   if ws-cad-codigo(ws-ind-cad) = ws-cad-busca-cod then
                       move "S" to ws-cad-achou
                       set ws-ind-cad-busca to ws-ind-cad
                   end-if
               end-perform
               move ws-cad-busca-cod to ws-cad-ultimo-cod
               move ws-cad-achou     to ws-cad-ultimo-achou
               move ws-ind-cad-busca to ws-cad-ultimo-ind
           end-if
           .
       localiza-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de total montada em ws-linha-nor-total.
      *>------------------------------------------------------------------------
       grava-total section.

           move spaces to fd-linha-listagem
           move ws-linha-nor-total to fd-linha-listagem
           perform grava-linha-listagem
           .
       grava-total-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava fd-linha-listagem na listagem e a limpa.
      *>------------------------------------------------------------------------
       grava-linha-listagem section.

           write fd-linha-listagem
           if ws-fs-arqListagem <> 0 then
               move 24                                     to ws-msn-erro-ofsset
               move ws-fs-arqListagem                      to ws-msn-erro-cod
               move "Erro ao gravar arq. NORMTEMPERATURAS"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to fd-linha-listagem
           .
       grava-linha-listagem-exit.
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
      *>  Finalização: fecha os arquivos e apaga o arquivo de trabalho
      *>  das medias.
      *>------------------------------------------------------------------------
       finaliza section.

           close arqMedias
           if ws-fs-arqMedias <> 0 then
               move 25                                     to ws-msn-erro-ofsset
               move ws-fs-arqMedias                        to ws-msn-erro-cod
               move "Erro ao fechar arq. NORMTEMP.WRK   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           call "CBL_DELETE_FILE" using "NORMTEMPERATURAS.WRK"

           close arqNormais
           if ws-fs-arqNormais <> 0 then
               move 26                                     to ws-msn-erro-ofsset
               move ws-fs-arqNormais                       to ws-msn-erro-cod
               move "Erro ao fechar arq. NORMTEMPERATURAS"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqListagem
           if ws-fs-arqListagem <> 0 then
               move 27                                     to ws-msn-erro-ofsset
               move ws-fs-arqListagem                      to ws-msn-erro-cod
               move "Erro ao fechar arq. NORMTEMPERATURAS"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           stop run
           .
       finaliza-exit.
           exit.
