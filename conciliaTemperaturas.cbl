      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "conciliaTemperaturas".
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

      *>   Mestre de leituras em uso pelo programa principal, indexado
      *>   pela chave estacao+ano+mes+dia; aqui so e lido
           select arqMestre assign to "ARQTEMPERATURAS.DAT"
           organization is indexed
           access mode is dynamic
           record key is fd-mst-chave
           lock mode is automatic
           file status is ws-fs-arqMestre.

      *>   Arquivo morto anual (ARQTEMP<AAAA>.DAT) gravado pelo
      *>   arquivaTemperaturas, no mesmo leiaute do mestre; aqui so e
      *>   lido, trocando de ano conforme a conferencia pede
           select arqMorto assign to dynamic ws-morto-nome
           organization is indexed
           access mode is dynamic
           record key is fd-mrt-chave
           lock mode is automatic
           file status is ws-fs-arqMorto.

      *>   Extremos diarios observados (minima/maxima das horas), pela
      *>   mesma chave estacao+data do mestre
           select arqExtremos assign to "EXTTEMPERATURAS.DAT"
           organization is indexed
           access mode is dynamic
           record key is fd-ext-chave
           lock mode is automatic
           file status is ws-fs-arqExtremos.

      *>   Historico de medias mensais por estacao
           select arqHistorico assign to "HISTTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistorico.

      *>   Excecoes ainda pendentes de revisao (quarentena)
           select arqExcecoes assign to "EXCTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExcecoes.

      *>   Cadastro de estacoes; se nao existir, a conferencia de
      *>   codigos fora do cadastro nao e feita e vale a faixa padrao
           select arqEstacoes assign to "ESTACOES.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Parametros de operacao; aqui interessa so se os dias
      *>   estimados entram na media do mes
           select arqConfig assign to "CFGTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqConfig.

      *>   Arquivo de trabalho da rodada: soma e quantidade das
      *>   leituras que entram na media de cada estacao/ano/mes,
      *>   recalculadas do detalhe diario do mestre e dos arquivos
      *>   mortos; e recriado a cada rodada e apagado no final
           select arqMedias assign to "CONCTEMPERATURAS.WRK"
           organization is indexed
           access mode is dynamic
           record key is fd-med-chave
           lock mode is automatic
           file status is ws-fs-arqMedias.

      *>   Relatorio de divergencias entre os arquivos
           select arqConciliacao assign to "CONCTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqConciliacao.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMestre.
       01  fd-mestre.
           05 fd-mst-chave.
              10 fd-mst-estacao                    pic x(05).
              10 fd-mst-ano                        pic 9(04).
              10 fd-mst-mes                        pic 9(02).
              10 fd-mst-dia                        pic 9(02).
           05 fd-mst-valor                         pic s9(02)v99.
           05 fd-mst-valido                        pic x(01).

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

       fd arqHistorico.
       01  fd-historico.
           05 fd-hist-estacao                       pic x(05).
           05 fd-hist-ano                           pic 9(04).
           05 fd-hist-mes                           pic 9(02).
           05 fd-hist-media                         pic s9(02)v99.

       fd arqExcecoes.
       01  fd-linha-excecao                         pic x(80).

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
      *>       "S" depois que a linha do historico do mes foi conferida
           05 fd-med-hist                          pic x(01).

       fd arqConciliacao.
       01  fd-linha-conciliacao                     pic x(132).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-fs-arqMestre                          pic  9(02).
       01 ws-fs-arqMorto                           pic  9(02).
       01 ws-fs-arqExtremos                        pic  9(02).
       01 ws-fs-arqHistorico                       pic  9(02).
       01 ws-fs-arqExcecoes                        pic  9(02).
       01 ws-fs-arqEstacoes                        pic  9(02).
       01 ws-fs-arqConfig                          pic  9(02).
       01 ws-fs-arqMedias                          pic  9(02).
       01 ws-fs-arqConciliacao                     pic  9(02).

      *>   data e hora da rodada, para o cabecalho do relatorio
       77 ws-conc-data-rodada                       pic 9(08).
       77 ws-conc-hora-rodada                       pic 9(08).

      *>   "S" quando o arquivo correspondente existe
       77 ws-tem-mestre                             pic x(01) value "N".
       77 ws-tem-cadastro                           pic x(01) value "N".
       77 ws-tem-extremos                           pic x(01) value "N".

      *>   faixa padrao, a mesma do programa principal, para estacao
      *>   fora do cadastro (ou sem cadastro carregado)
       77 ws-temp-min                               pic s9(02)v99 value -40,00.
       77 ws-temp-max                               pic s9(02)v99 value  55,00.
       77 ws-faixa-min                              pic s9(02)v99.
       77 ws-faixa-max                              pic s9(02)v99.

      *>   "S" poe os dias estimados na media do mes (setimo campo de
      *>   CFGTEMPERATURAS.TXT), igual ao programa principal
       77 ws-cfg-estima-na-media                    pic x(01) value "N".
       01 ws-cfg-campos.
          05 ws-cfg-campo occurs 7 times            pic x(10).

      *>   cadastro de estacoes carregado de ESTACOES.TXT; so o que a
      *>   conciliacao usa: codigo e faixa valida
       01 ws-cadastro.
          05 ws-qtd-cadastro                       pic 9(03) value 0.
          05 ws-cad occurs 500 times
                     indexed by ws-ind-cad.
             10 ws-cad-codigo                      pic x(05).
             10 ws-cad-temp-min                    pic s9(02)v99.
             10 ws-cad-temp-max                    pic s9(02)v99.
       77 ws-cad-estourou                           pic x(01) value "N".
       77 ws-cad-busca-cod                          pic x(05).
       77 ws-cad-achou                              pic x(01).
       77 ws-ind-cad-busca                          pic 9(03) value 0.
      *>   o mestre e os arquivos mortos vem agrupados por estacao:
      *>   a ultima busca no cadastro e reaproveitada enquanto o
      *>   codigo nao muda
       77 ws-cad-ultimo-cod                         pic x(05) value high-values.
       77 ws-cad-ultimo-achou                       pic x(01).
       77 ws-cad-ultimo-ind                         pic 9(03).

      *>   codigos encontrados nos arquivos e ausentes do cadastro,
      *>   com a quantidade de ocorrencias por origem (1 mestre,
      *>   2 arquivo morto, 3 extremos, 4 historico)
       01 ws-desconhecidas.
          05 ws-qtd-desc                           pic 9(03) value 0.
          05 ws-desc occurs 500 times
                     indexed by ws-ind-desc.
             10 ws-desc-codigo                     pic x(05).
             10 ws-desc-qtd occurs 4 times          pic 9(06).
       77 ws-desc-estourou                          pic x(01) value "N".
       77 ws-desc-origem                            pic 9(01).
       77 ws-desc-achou                             pic x(01).
       77 ws-ind-desc-busca                         pic 9(03).
       77 ws-ind-desc-orig                          pic 9(01).

      *>   pendencias de EXCTEMPERATURAS.TXT, lidas pelo mesmo leiaute
      *>   de linha do programa principal
       01 ws-linha-exc-entrada.
          05 ws-exc-ent-estacao                    pic x(05).
          05 filler                                pic x(01).
          05 ws-exc-ent-ano                        pic 9(04).
          05 filler                                pic x(01).
          05 ws-exc-ent-mes                        pic 9(02).
          05 filler                                pic x(01).
          05 ws-exc-ent-dia                        pic 9(02).
          05 filler                                pic x(03).
          05 ws-exc-ent-valor                      pic x(06).
          05 filler                                pic x(03).
          05 ws-exc-ent-motivo                     pic x(30).

       01 ws-excecoes-pend.
          05 ws-qtd-exc-pend                       pic 9(04) value 0.
          05 ws-exc-pend occurs 5000 times
                     indexed by ws-ind-exc.
             10 ws-exc-pend-estacao                pic x(05).
             10 ws-exc-pend-ano                    pic 9(04).
             10 ws-exc-pend-mes                    pic 9(02).
             10 ws-exc-pend-dia                    pic 9(02).
             10 ws-exc-pend-valor                  pic s9(02)v99.
             10 ws-exc-pend-motivo                 pic x(30).
       77 ws-exc-estourou                           pic x(01) value "N".
       77 ws-exc-achou                              pic x(01).

      *>   leitura corrente da varredura (do mestre ou de um arquivo
      *>   morto), conferida pelo mesmo trecho nos dois casos
       01 ws-leitura.
          05 ws-lei-estacao                        pic x(05).
          05 ws-lei-ano                            pic 9(04).
          05 ws-lei-mes                            pic 9(02).
          05 ws-lei-dia                            pic 9(02).
          05 ws-lei-valor                          pic s9(02)v99.
          05 ws-lei-valido                         pic x(01).
       77 ws-lei-origem                             pic x(08).
       77 ws-lei-conta                              pic x(01).

      *>   grupo estacao/ano/mes sendo somado para o recalculo da media
       01 ws-grupo.
          05 ws-grp-estacao                        pic x(05).
          05 ws-grp-ano                            pic 9(04).
          05 ws-grp-mes                            pic 9(02).
       77 ws-grp-ativo                              pic x(01) value "N".
       77 ws-grp-soma                               pic s9(05)v99.
       77 ws-grp-qtd                                pic 9(03).

      *>   busca de uma leitura pela chave: primeiro no mestre, depois
      *>   no arquivo morto do ano; resultado em ws-bus-achou ("M"estre,
      *>   "A"rquivo morto ou "N"ao achou), ws-bus-valor e ws-bus-valido
       01 ws-bus-chave.
          05 ws-bus-estacao                        pic x(05).
          05 ws-bus-ano                            pic 9(04).
          05 ws-bus-mes                            pic 9(02).
          05 ws-bus-dia                            pic 9(02).
       77 ws-bus-achou                              pic x(01).
       77 ws-bus-valor                              pic s9(02)v99.
       77 ws-bus-valido                             pic x(01).

      *>   arquivo morto aberto no momento (ano 0 = nenhum) e se o
      *>   arquivo daquele ano existe
       77 ws-morto-nome                             pic x(60).
       77 ws-morto-ano-aberto                       pic 9(04) value 0.
       77 ws-morto-ano-txt                          pic 9(04).
       77 ws-morto-existe                           pic x(01) value "N".

      *>   faixa de anos em que pode haver arquivo morto: do ano mais
      *>   antigo visto no historico, no mestre ou nas pendencias ate o
      *>   ano corrente
       77 ws-ano-min                                pic 9(04) value 9999.
       77 ws-ano-max                                pic 9(04) value 0.
       77 ws-ano-varre                              pic 9(04).

       77 ws-med-recalc                             pic s9(02)v99.
       77 ws-med-diferenca                          pic s9(03)v99.

      *>   contadores da rodada
       77 ws-qtd-lidas-mestre                       pic 9(07) value 0.
       77 ws-qtd-lidas-arquivo                      pic 9(07) value 0.
       77 ws-qtd-arq-no-mestre                      pic 9(07) value 0.
       77 ws-qtd-arquivos-mortos                    pic 9(03) value 0.
       77 ws-qtd-div-n-sem-exc                      pic 9(06) value 0.
       77 ws-qtd-div-historico                      pic 9(06) value 0.
       77 ws-qtd-div-extremos                       pic 9(06) value 0.
       77 ws-qtd-div-excecoes                       pic 9(06) value 0.
       77 ws-qtd-exc-sem-mestre                     pic 9(06) value 0.
       77 ws-qtd-hist-conferidas                    pic 9(06) value 0.
       77 ws-qtd-ext-conferidos                     pic 9(06) value 0.
       77 ws-qtd-div-secao                          pic 9(06) value 0.
       77 ws-qtd-div-total                          pic 9(07) value 0.

      *>   areas de montagem do relatorio
       01 ws-linha-conc-cabec.
          05 filler                                 pic x(44)
                     value "CONCILIACAO DOS ARQUIVOS DE TEMPERATURAS em ".
          05 ws-conc-cab-dia                        pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-conc-cab-mes                        pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-conc-cab-ano                        pic 9(04).
          05 filler                                 pic x(01) value space.
          05 ws-conc-cab-hora                       pic 9(02).
          05 filler                                 pic x(01) value ":".
          05 ws-conc-cab-min                        pic 9(02).

       01 ws-data-conc.
          05 ws-dc-ano                              pic 9(04).
          05 filler                                 pic x(01) value "-".
          05 ws-dc-mes                              pic 9(02).
          05 ws-dc-sep                              pic x(01).
          05 ws-dc-dia                              pic x(02).

       01 ws-linha-conc.
          05 filler                                 pic x(02) value space.
          05 ws-conc-estacao                        pic x(05).
          05 filler                                 pic x(02) value space.
          05 ws-conc-data                           pic x(10).
          05 filler                                 pic x(02) value space.
          05 ws-conc-origem                         pic x(08).
          05 filler                                 pic x(02) value space.
          05 ws-conc-motivo                         pic x(42).
          05 filler                                 pic x(02) value space.
          05 ws-conc-complemento                    pic x(50).

       01 ws-conc-valores.
          05 ws-conc-rot-1                          pic x(10).
          05 ws-conc-val-1                          pic -(03)9,99.
          05 filler                                 pic x(03) value space.
          05 ws-conc-rot-2                          pic x(10).
          05 ws-conc-val-2                          pic -(03)9,99.

       01 ws-conc-contagens.
          05 filler                                 pic x(08) value "mestre: ".
          05 ws-conc-qtd-1                          pic zzzzz9.
          05 filler                                 pic x(07) value "  arq: ".
          05 ws-conc-qtd-2                          pic zzzzz9.
          05 filler                                 pic x(07) value "  ext: ".
          05 ws-conc-qtd-3                          pic zzzzz9.
          05 filler                                 pic x(08) value "  hist: ".
          05 ws-conc-qtd-4                          pic zzzzz9.

       01 ws-linha-conc-total.
          05 filler                                 pic x(02) value space.
          05 ws-conc-tot-texto                      pic x(50).
          05 ws-conc-tot-qtd                        pic z.zzz.zz9.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform confere-leituras-n.
           perform confere-historico.
           perform confere-extremos.
           perform confere-pendencias.
           perform lista-desconhecidas.
           perform grava-resumo.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Prepara a rodada: carrega o cadastro, a configuracao e as
      *>  pendencias de excecao, apura a faixa de anos que pode ter
      *>  arquivo morto, recria o arquivo de trabalho das medias e abre
      *>  o mestre e o relatorio.
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-conc-data-rodada from date yyyymmdd
           accept ws-conc-hora-rodada from time
           move ws-conc-data-rodada(1:4) to ws-ano-max

           perform carrega-cadastro
           perform carrega-config
           perform carrega-excecoes
           perform apura-anos-historico

           call "CBL_DELETE_FILE" using "CONCTEMPERATURAS.WRK"
           open output arqMedias.
           if ws-fs-arqMedias <> 0 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqMedias                        to ws-msn-erro-cod
               move "Erro ao criar arq. CONCTEMP.WRK    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqMedias.
           open i-o arqMedias.
           if ws-fs-arqMedias <> 0 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqMedias                        to ws-msn-erro-cod
               move "Erro ao abrir arq. CONCTEMP.WRK    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqMestre.
           if ws-fs-arqMestre = 35 then
               move "N" to ws-tem-mestre
           else
               if ws-fs-arqMestre <> 0 then
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-arqMestre                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. ARQTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-tem-mestre
           end-if

           open output arqConciliacao.
           if ws-fs-arqConciliacao <> 0 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                   to ws-msn-erro-cod
               move "Erro ao abrir arq. CONCTEMPERATURAS "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-conc-data-rodada(7:2) to ws-conc-cab-dia
           move ws-conc-data-rodada(5:2) to ws-conc-cab-mes
           move ws-conc-data-rodada(1:4) to ws-conc-cab-ano
           move ws-conc-hora-rodada(1:2) to ws-conc-cab-hora
           move ws-conc-hora-rodada(3:2) to ws-conc-cab-min
           move spaces to fd-linha-conciliacao
           move ws-linha-conc-cabec to fd-linha-conciliacao
           perform grava-linha-conc

           if ws-tem-mestre = "N" then
               move "AVISO: ARQTEMPERATURAS.DAT nao existe; so os arquivos mortos serao conferidos"
                    to fd-linha-conciliacao
               perform grava-linha-conc
           end-if
           if ws-tem-cadastro = "N" then
               move "AVISO: ESTACOES.TXT nao existe; codigos fora do cadastro nao serao conferidos"
                    to fd-linha-conciliacao
               perform grava-linha-conc
           end-if
           if ws-cad-estourou = "S" then
               move "AVISO: cadastro truncado em 500 estacoes; codigos alem disso contam como fora do cadastro"
                    to fd-linha-conciliacao
               perform grava-linha-conc
           end-if
           if ws-exc-estourou = "S" then
               move "AVISO: pendencias truncadas em 5000 linhas; leituras N alem disso podem aparecer sem pendencia"
                    to fd-linha-conciliacao
               perform grava-linha-conc
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega codigo e faixa valida de cada estacao de ESTACOES.TXT.
      *>  Sem o arquivo, a rodada segue sem a conferencia de cadastro e
      *>  com a faixa padrao para todas as estacoes.
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
      *>  Le CFGTEMPERATURAS.TXT so para saber se os dias estimados
      *>  entram na media (setimo campo); os demais campos nao pesam na
      *>  conciliacao. Sem o arquivo vale o padrao (fora da media).
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
                            ws-cfg-campo(7)
                   end-unstring
                   if ws-cfg-campo(7) = "S" or ws-cfg-campo(7) = "N" then
                       move ws-cfg-campo(7) to ws-cfg-estima-na-media
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
           .
       carrega-config-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as pendencias de EXCTEMPERATURAS.TXT. O arquivo so e
      *>  lido: a conciliacao nao mexe em nenhum arquivo do sistema.
      *>------------------------------------------------------------------------
       carrega-excecoes section.

           open input arqExcecoes.
           if ws-fs-arqExcecoes = 35 then
               continue
           else
               if ws-fs-arqExcecoes <> 0 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqExcecoes                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. EXCTEMPERATURAS  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqExcecoes
               perform until ws-fs-arqExcecoes = 10
                   if ws-fs-arqExcecoes <> 0 then
                       move 12                                      to ws-msn-erro-ofsset
                       move ws-fs-arqExcecoes                       to ws-msn-erro-cod
                       move "Erro ao ler arq. EXCTEMPERATURAS  "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move fd-linha-excecao to ws-linha-exc-entrada
                   if  ws-exc-ent-ano is numeric
                   and ws-exc-ent-mes is numeric
                   and ws-exc-ent-dia is numeric then
                       if ws-qtd-exc-pend < 5000 then
                           add 1 to ws-qtd-exc-pend
                           move ws-exc-ent-estacao
                                to ws-exc-pend-estacao(ws-qtd-exc-pend)
                           move ws-exc-ent-ano
                                to ws-exc-pend-ano(ws-qtd-exc-pend)
                           move ws-exc-ent-mes
                                to ws-exc-pend-mes(ws-qtd-exc-pend)
                           move ws-exc-ent-dia
                                to ws-exc-pend-dia(ws-qtd-exc-pend)
                           compute ws-exc-pend-valor(ws-qtd-exc-pend) =
                                   function numval(ws-exc-ent-valor)
                           move ws-exc-ent-motivo
                                to ws-exc-pend-motivo(ws-qtd-exc-pend)
                           if ws-exc-ent-ano < ws-ano-min then
                               move ws-exc-ent-ano to ws-ano-min
                           end-if
                       else
                           move "S" to ws-exc-estourou
                       end-if
                   end-if
                   read arqExcecoes
               end-perform

               close arqExcecoes
               if ws-fs-arqExcecoes <> 0 then
                   move 13                                     to ws-msn-erro-ofsset
                   move ws-fs-arqExcecoes                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. EXCTEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-excecoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passada previa no historico so para achar o ano mais antigo
      *>  com media gravada: e dali em diante que pode haver arquivo
      *>  morto a varrer (nao ha como listar os ARQTEMP<AAAA>.DAT).
      *>------------------------------------------------------------------------
       apura-anos-historico section.

           open input arqHistorico.
           if ws-fs-arqHistorico = 35 then
               continue
           else
               if ws-fs-arqHistorico <> 0 then
                   move 14                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. HISTTEMPERATURAS  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqHistorico
               perform until ws-fs-arqHistorico = 10
                   if ws-fs-arqHistorico <> 0 then
                       move 15                                      to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                      to ws-msn-erro-cod
                       move "Erro ao ler arq. HISTTEMPERATURAS   "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if  fd-hist-ano is numeric
                   and fd-hist-ano > 0
                   and fd-hist-ano < ws-ano-min then
                       move fd-hist-ano to ws-ano-min
                   end-if
                   read arqHistorico
               end-perform

               close arqHistorico
               if ws-fs-arqHistorico <> 0 then
                   move 16                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. HISTTEMPERATURAS "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apura-anos-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira conferencia: varre o mestre e depois cada arquivo
      *>  morto existente. Toda leitura "N" precisa ter a sua pendencia
      *>  em EXCTEMPERATURAS.TXT; de quebra, cada leitura e somada no
      *>  recalculo da media do seu mes e o codigo da estacao e
      *>  conferido contra o cadastro. Leitura de arquivo morto que
      *>  tambem esta no mestre (ano recarregado para auditoria) e
      *>  ignorada: a viva prevalece, como na recarga.
      *>------------------------------------------------------------------------
       confere-leituras-n section.

           move "1. LEITURAS ""N"" SEM PENDENCIA EM EXCTEMPERATURAS.TXT"
                to ws-conc-tot-texto
           perform grava-titulo-secao

           if ws-tem-mestre = "S" then
               move "MESTRE  " to ws-lei-origem
               read arqMestre next
               perform until ws-fs-arqMestre = 10
                   if ws-fs-arqMestre <> 0 then
                       move 17                                     to ws-msn-erro-ofsset
                       move ws-fs-arqMestre                        to ws-msn-erro-cod
                       move "Erro ao ler arq. ARQTEMPERATURAS  "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-lidas-mestre
                   move fd-mst-estacao to ws-lei-estacao
                   move fd-mst-ano     to ws-lei-ano
                   move fd-mst-mes     to ws-lei-mes
                   move fd-mst-dia     to ws-lei-dia
                   move fd-mst-valor   to ws-lei-valor
                   move fd-mst-valido  to ws-lei-valido
                   if fd-mst-ano < ws-ano-min then
                       move fd-mst-ano to ws-ano-min
                   end-if
                   move 1 to ws-desc-origem
                   perform confere-leitura
                   read arqMestre next
               end-perform
               perform fecha-grupo-media
           end-if

           if ws-ano-min > ws-ano-max then
               move ws-ano-max to ws-ano-min
           end-if

           move "ARQUIVO " to ws-lei-origem
           move 2 to ws-desc-origem
           perform varying ws-ano-varre from ws-ano-min by 1
                     until ws-ano-varre > ws-ano-max
               perform varre-arquivo-morto
           end-perform

           perform fecha-secao
           .
       confere-leituras-n-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre o arquivo morto do ano em ws-ano-varre, se existir.
      *>------------------------------------------------------------------------
       varre-arquivo-morto section.

           perform fecha-morto

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
                   move 18                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMorto                         to ws-msn-erro-cod
                   move "Erro ao abrir arquivo morto        "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-arquivos-mortos

               read arqMorto next
               perform until ws-fs-arqMorto = 10
                   if ws-fs-arqMorto <> 0 then
                       move 19                                     to ws-msn-erro-ofsset
                       move ws-fs-arqMorto                         to ws-msn-erro-cod
                       move "Erro ao ler arquivo morto          "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "N" to ws-bus-achou
                   if ws-tem-mestre = "S" then
                       move fd-mrt-chave to fd-mst-chave
                       read arqMestre
                       evaluate ws-fs-arqMestre
                           when 0
                               move "M" to ws-bus-achou
                           when 23
                               continue
                           when other
                               move 20                             to ws-msn-erro-ofsset
                               move ws-fs-arqMestre                to ws-msn-erro-cod
                               move "Erro ao ler arq. ARQTEMPERATURAS  "
                                    to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-if

                   if ws-bus-achou = "M" then
                       add 1 to ws-qtd-arq-no-mestre
                   else
                       add 1 to ws-qtd-lidas-arquivo
                       move fd-mrt-estacao to ws-lei-estacao
                       move fd-mrt-ano     to ws-lei-ano
                       move fd-mrt-mes     to ws-lei-mes
                       move fd-mrt-dia     to ws-lei-dia
                       move fd-mrt-valor   to ws-lei-valor
                       move fd-mrt-valido  to ws-lei-valido
                       perform confere-leitura
                   end-if
                   read arqMorto next
               end-perform
               perform fecha-grupo-media

               close arqMorto
               if ws-fs-arqMorto <> 0 then
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMorto                         to ws-msn-erro-cod
                   move "Erro ao fechar arquivo morto       "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       varre-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a leitura em ws-leitura: codigo no cadastro, leitura
      *>  "N" com pendencia, e soma no recalculo da media do mes pelas
      *>  mesmas regras da carga do programa principal - "A" sempre
      *>  conta, "E" so quando a configuracao poe os estimados na media,
      *>  "N" e "R" nunca, e a leitura normal so dentro da faixa da
      *>  estacao. O cadastro (ativa/inativa) nao pesa no recalculo: a
      *>  media gravada reflete a epoca em que a estacao operava, e o
      *>  codigo fora do cadastro ja sai na sua propria secao.
      *>------------------------------------------------------------------------
       confere-leitura section.

           move ws-lei-estacao to ws-cad-busca-cod
           perform localiza-cadastro
           if ws-tem-cadastro = "S" and ws-cad-achou = "N" then
               perform registra-desconhecida
           end-if

           if ws-lei-valido = "N" then
               move ws-lei-estacao to ws-bus-estacao
               move ws-lei-ano     to ws-bus-ano
               move ws-lei-mes     to ws-bus-mes
               move ws-lei-dia     to ws-bus-dia
               perform localiza-excecao
               if ws-exc-achou = "N" then
                   move ws-lei-estacao to ws-conc-estacao
                   move ws-lei-ano     to ws-dc-ano
                   move ws-lei-mes     to ws-dc-mes
                   move "-"            to ws-dc-sep
                   move ws-lei-dia     to ws-dc-dia
                   move ws-data-conc   to ws-conc-data
                   move ws-lei-origem  to ws-conc-origem
                   move "leitura N sem pendencia de revisao"
                        to ws-conc-motivo
                   move spaces         to ws-conc-valores
                   move "valor:"       to ws-conc-rot-1
                   move ws-lei-valor   to ws-conc-val-1
                   move ws-conc-valores to ws-conc-complemento
                   perform grava-divergencia
                   add 1 to ws-qtd-div-n-sem-exc
               end-if
           end-if

           if ws-grp-ativo = "S" then
               if ws-lei-estacao not = ws-grp-estacao
               or ws-lei-ano     not = ws-grp-ano
               or ws-lei-mes     not = ws-grp-mes then
                   perform fecha-grupo-media
               end-if
           end-if
           if ws-grp-ativo = "N" then
               move ws-lei-estacao to ws-grp-estacao
               move ws-lei-ano     to ws-grp-ano
               move ws-lei-mes     to ws-grp-mes
               move 0              to ws-grp-soma
               move 0              to ws-grp-qtd
               move "S"            to ws-grp-ativo
           end-if

           move "N" to ws-lei-conta
           if ws-lei-valido = "A" then
               move "S" to ws-lei-conta
           else
           if ws-lei-valido = "E" then
               if ws-cfg-estima-na-media = "S" then
                   move "S" to ws-lei-conta
               end-if
           else
               if  ws-lei-valido not = "N"
               and ws-lei-valido not = "R" then
                   move ws-temp-min to ws-faixa-min
                   move ws-temp-max to ws-faixa-max
                   if ws-cad-achou = "S" then
                       move ws-cad-temp-min(ws-ind-cad-busca) to ws-faixa-min
                       move ws-cad-temp-max(ws-ind-cad-busca) to ws-faixa-max
                   end-if
                   if  ws-lei-valor >= ws-faixa-min
                   and ws-lei-valor <= ws-faixa-max then
                       move "S" to ws-lei-conta
                   end-if
               end-if
           end-if
           end-if

           if ws-lei-conta = "S" then
               add ws-lei-valor to ws-grp-soma
               add 1            to ws-grp-qtd
           end-if
           .
       confere-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no arquivo de trabalho a soma/quantidade do grupo
      *>  estacao/ano/mes corrente. O mes pode ja estar la quando parte
      *>  dele veio do mestre e parte de um arquivo morto: as somas se
      *>  juntam. Mes sem nenhuma leitura que conte tambem e gravado,
      *>  com quantidade zero, para a conferencia do historico saber
      *>  que o detalhe existe.
      *>------------------------------------------------------------------------
       fecha-grupo-media section.

           if ws-grp-ativo = "S" then
               move ws-grp-estacao to fd-med-estacao
               move ws-grp-ano     to fd-med-ano
               move ws-grp-mes     to fd-med-mes
               read arqMedias
               evaluate ws-fs-arqMedias
                   when 0
                       add ws-grp-soma to fd-med-soma
                       add ws-grp-qtd  to fd-med-qtd
                       rewrite fd-medias
                       if ws-fs-arqMedias <> 0 then
                           move 22                             to ws-msn-erro-ofsset
                           move ws-fs-arqMedias                to ws-msn-erro-cod
                           move "Erro ao regravar arq. CONCTEMP.WRK"
                                to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   when 23
                       move ws-grp-estacao to fd-med-estacao
                       move ws-grp-ano     to fd-med-ano
                       move ws-grp-mes     to fd-med-mes
                       move ws-grp-soma    to fd-med-soma
                       move ws-grp-qtd     to fd-med-qtd
                       move "N"            to fd-med-hist
                       write fd-medias
                       if ws-fs-arqMedias <> 0 then
                           move 23                             to ws-msn-erro-ofsset
                           move ws-fs-arqMedias                to ws-msn-erro-cod
                           move "Erro ao gravar arq. CONCTEMP.WRK  "
                                to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   when other
                       move 24                                 to ws-msn-erro-ofsset
                       move ws-fs-arqMedias                    to ws-msn-erro-cod
                       move "Erro ao ler arq. CONCTEMP.WRK     "  to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
               move "N" to ws-grp-ativo
           end-if
           .
       fecha-grupo-media-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Segunda conferencia: cada media de HISTTEMPERATURAS.TXT contra
      *>  o recalculo do detalhe diario. Aponta media divergente (mais
      *>  de 0,01 de diferenca), mes sem detalhe diario em lugar
      *>  nenhum, mes cujo detalhe nao tem leitura que entre na media e
      *>  linha repetida para o mesmo mes.
      *>------------------------------------------------------------------------
       confere-historico section.

           move "2. MEDIAS DO HISTORICO x RECALCULO DO DETALHE DIARIO"
                to ws-conc-tot-texto
           perform grava-titulo-secao

           open input arqHistorico.
           if ws-fs-arqHistorico = 35 then
               move "  HISTTEMPERATURAS.TXT nao existe" to fd-linha-conciliacao
               perform grava-linha-conc
           else
               if ws-fs-arqHistorico <> 0 then
                   move 25                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. HISTTEMPERATURAS  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 4 to ws-desc-origem
               read arqHistorico
               perform until ws-fs-arqHistorico = 10
                   if ws-fs-arqHistorico <> 0 then
                       move 26                                      to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                      to ws-msn-erro-cod
                       move "Erro ao ler arq. HISTTEMPERATURAS   "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-hist-conferidas
                   perform confere-linha-historico
                   read arqHistorico
               end-perform

               close arqHistorico
               if ws-fs-arqHistorico <> 0 then
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. HISTTEMPERATURAS "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform fecha-secao
           .
       confere-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a linha do historico recem lida (fd-historico).
      *>------------------------------------------------------------------------
       confere-linha-historico section.

           move fd-hist-estacao to ws-cad-busca-cod
           perform localiza-cadastro
           if ws-tem-cadastro = "S" and ws-cad-achou = "N" then
               perform registra-desconhecida
           end-if

           move fd-hist-estacao to ws-conc-estacao
           move fd-hist-ano     to ws-dc-ano
           move fd-hist-mes     to ws-dc-mes
           move space           to ws-dc-sep
           move spaces          to ws-dc-dia
           move ws-data-conc    to ws-conc-data
           move "HISTOR. "      to ws-conc-origem
           move spaces          to ws-conc-valores
           move "historico:"    to ws-conc-rot-1
           move fd-hist-media   to ws-conc-val-1
           move spaces          to ws-conc-motivo

           move fd-hist-estacao to fd-med-estacao
           move fd-hist-ano     to fd-med-ano
           move fd-hist-mes     to fd-med-mes
           read arqMedias
           evaluate ws-fs-arqMedias
               when 0
                   if fd-med-hist = "S" then
                       move "linha repetida no historico para o mes"
                            to ws-conc-motivo
                   else
                       if fd-med-qtd = 0 then
                           move "detalhe do mes sem leitura que entre na media"
                                to ws-conc-motivo
                       else
                           compute ws-med-recalc = fd-med-soma / fd-med-qtd
                           compute ws-med-diferenca =
                                   fd-hist-media - ws-med-recalc
                           if ws-med-diferenca > 0,01
                           or ws-med-diferenca < -0,01 then
                               move "media difere do recalculo do detalhe"
                                    to ws-conc-motivo
                               move "recalculo:"  to ws-conc-rot-2
                               move ws-med-recalc to ws-conc-val-2
                           end-if
                       end-if
                       move "S" to fd-med-hist
                       rewrite fd-medias
                       if ws-fs-arqMedias <> 0 then
                           move 28                             to ws-msn-erro-ofsset
                           move ws-fs-arqMedias                to ws-msn-erro-cod
                           move "Erro ao regravar arq. CONCTEMP.WRK"
                                to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               when 23
                   move "mes sem detalhe diario no mestre/arq. morto"
                        to ws-conc-motivo
               when other
                   move 29                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMedias                        to ws-msn-erro-cod
                   move "Erro ao ler arq. CONCTEMP.WRK     "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-conc-motivo not = spaces then
               move ws-conc-valores to ws-conc-complemento
               perform grava-divergencia
               add 1 to ws-qtd-div-historico
           end-if
           .
       confere-linha-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Terceira conferencia: cada linha de EXTTEMPERATURAS.DAT
      *>  precisa ter o seu dia no mestre (ou no arquivo morto do ano),
      *>  e a minima/maxima observadas precisam envolver o valor diario
      *>  gravado, que e a media das horas.
      *>------------------------------------------------------------------------
       confere-extremos section.

           move "3. EXTREMOS DIARIOS x LEITURA DO DIA" to ws-conc-tot-texto
           perform grava-titulo-secao

           open input arqExtremos.
           if ws-fs-arqExtremos = 35 then
               move "  EXTTEMPERATURAS.DAT nao existe" to fd-linha-conciliacao
               perform grava-linha-conc
           else
               if ws-fs-arqExtremos <> 0 then
                   move 30                                     to ws-msn-erro-ofsset
                   move ws-fs-arqExtremos                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. EXTTEMPERATURAS  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-tem-extremos

               move 3 to ws-desc-origem
               read arqExtremos next
               perform until ws-fs-arqExtremos = 10
                   if ws-fs-arqExtremos <> 0 then
                       move 31                                     to ws-msn-erro-ofsset
                       move ws-fs-arqExtremos                      to ws-msn-erro-cod
                       move "Erro ao ler arq. EXTTEMPERATURAS   "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-ext-conferidos
                   perform confere-linha-extremo
                   read arqExtremos next
               end-perform

               close arqExtremos
               if ws-fs-arqExtremos <> 0 then
                   move 32                                     to ws-msn-erro-ofsset
                   move ws-fs-arqExtremos                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. EXTTEMPERATURAS "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform fecha-secao
           .
       confere-extremos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a linha de extremos recem lida (fd-extremos).
      *>------------------------------------------------------------------------
       confere-linha-extremo section.

           move fd-ext-estacao to ws-cad-busca-cod
           perform localiza-cadastro
           if ws-tem-cadastro = "S" and ws-cad-achou = "N" then
               perform registra-desconhecida
           end-if

           move fd-ext-estacao to ws-bus-estacao
           move fd-ext-ano     to ws-bus-ano
           move fd-ext-mes     to ws-bus-mes
           move fd-ext-dia     to ws-bus-dia
           perform busca-leitura

           move fd-ext-estacao to ws-conc-estacao
           move fd-ext-ano     to ws-dc-ano
           move fd-ext-mes     to ws-dc-mes
           move "-"            to ws-dc-sep
           move fd-ext-dia     to ws-dc-dia
           move ws-data-conc   to ws-conc-data
           move "EXTREMOS"     to ws-conc-origem
           move spaces         to ws-conc-valores
           move "minima:"      to ws-conc-rot-1
           move fd-ext-min     to ws-conc-val-1
           move "maxima:"      to ws-conc-rot-2
           move fd-ext-max     to ws-conc-val-2
           move ws-conc-valores to ws-conc-complemento

           if ws-bus-achou = "N" then
               move "extremo sem o dia no mestre/arq. morto"
                    to ws-conc-motivo
               perform grava-divergencia
               add 1 to ws-qtd-div-extremos
           else
               if fd-ext-min > fd-ext-max then
                   move "minima acima da maxima do dia" to ws-conc-motivo
                   perform grava-divergencia
                   add 1 to ws-qtd-div-extremos
               else
                   if fd-ext-min > ws-bus-valor then
                       move "minima acima do valor diario gravado"
                            to ws-conc-motivo
                       perform grava-divergencia
                       perform grava-valor-dia
                       add 1 to ws-qtd-div-extremos
                   end-if
                   if fd-ext-max < ws-bus-valor then
                       move "maxima abaixo do valor diario gravado"
                            to ws-conc-motivo
                       perform grava-divergencia
                       perform grava-valor-dia
                       add 1 to ws-qtd-div-extremos
                   end-if
               end-if
           end-if
           .
       confere-linha-extremo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de apoio com o valor diario e a flag da leitura achada
      *>  por busca-leitura, logo abaixo da divergencia de extremos.
      *>------------------------------------------------------------------------
       grava-valor-dia section.

           move spaces to ws-conc-estacao ws-conc-data ws-conc-origem
           move spaces to ws-conc-motivo
           move spaces to ws-conc-valores
           move "valor dia:" to ws-conc-rot-1
           move ws-bus-valor to ws-conc-val-1
           move ws-conc-valores to ws-conc-complemento
           move "flag:"         to ws-conc-complemento(22:6)
           move ws-bus-valido   to ws-conc-complemento(28:1)
           move spaces to fd-linha-conciliacao
           move ws-linha-conc to fd-linha-conciliacao
           perform grava-linha-conc
           .
       grava-valor-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quarta conferencia, o reverso da primeira: cada pendencia de
      *>  EXCTEMPERATURAS.TXT contra a leitura do mestre (ou do arquivo
      *>  morto). Pendencia de leitura ja aceita, rejeitada ou estimada
      *>  ficou para tras e e divergencia. Pendencia sem leitura em
      *>  lugar nenhum e normal para a rejeicao da ingestao e das
      *>  horarias (a leitura nunca entrou no mestre): so e contada. A
      *>  leitura ainda "S" e normal tambem - a carga marca a
      *>  quarentena na memoria e a flag so chega ao mestre na gravacao.
      *>------------------------------------------------------------------------
       confere-pendencias section.

           move "4. PENDENCIAS DE EXCTEMPERATURAS.TXT x MESTRE"
                to ws-conc-tot-texto
           perform grava-titulo-secao

           perform varying ws-ind-exc from 1 by 1
                     until ws-ind-exc > ws-qtd-exc-pend
               move ws-exc-pend-estacao(ws-ind-exc) to ws-bus-estacao
               move ws-exc-pend-ano(ws-ind-exc)     to ws-bus-ano
               move ws-exc-pend-mes(ws-ind-exc)     to ws-bus-mes
               move ws-exc-pend-dia(ws-ind-exc)     to ws-bus-dia
               perform busca-leitura

               if ws-bus-achou = "N" then
                   add 1 to ws-qtd-exc-sem-mestre
               else
                   move spaces to ws-conc-motivo
                   evaluate ws-bus-valido
                       when "A"
                           move "pendencia de leitura ja aceita (A)"
                                to ws-conc-motivo
                       when "R"
                           move "pendencia de leitura ja rejeitada (R)"
                                to ws-conc-motivo
                       when "E"
                           move "pendencia de leitura estimada (E)"
                                to ws-conc-motivo
                       when other
                           continue
                   end-evaluate
                   if ws-conc-motivo not = spaces then
                       move ws-exc-pend-estacao(ws-ind-exc) to ws-conc-estacao
                       move ws-exc-pend-ano(ws-ind-exc)     to ws-dc-ano
                       move ws-exc-pend-mes(ws-ind-exc)     to ws-dc-mes
                       move "-"                             to ws-dc-sep
                       move ws-exc-pend-dia(ws-ind-exc)     to ws-dc-dia
                       move ws-data-conc                    to ws-conc-data
                       move "EXCECOES"                      to ws-conc-origem
                       move spaces                          to ws-conc-valores
                       move "pendente:"                     to ws-conc-rot-1
                       move ws-exc-pend-valor(ws-ind-exc)   to ws-conc-val-1
                       if ws-bus-achou = "M" then
                           move "mestre:"                   to ws-conc-rot-2
                       else
                           move "arq.morto:"                to ws-conc-rot-2
                       end-if
                       move ws-bus-valor                    to ws-conc-val-2
                       move ws-conc-valores                 to ws-conc-complemento
                       perform grava-divergencia
                       add 1 to ws-qtd-div-excecoes
                   end-if
               end-if
           end-perform

           perform fecha-secao
           .
       confere-pendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quinta secao: codigos de estacao achados nos arquivos e
      *>  ausentes do cadastro, com as ocorrencias por origem.
      *>------------------------------------------------------------------------
       lista-desconhecidas section.

           move "5. CODIGOS DE ESTACAO FORA DO CADASTRO" to ws-conc-tot-texto
           perform grava-titulo-secao

           if ws-tem-cadastro = "N" then
               move "  conferencia nao feita: ESTACOES.TXT nao existe"
                    to fd-linha-conciliacao
               perform grava-linha-conc
           else
               perform varying ws-ind-desc from 1 by 1
                         until ws-ind-desc > ws-qtd-desc
                   move ws-desc-codigo(ws-ind-desc) to ws-conc-estacao
                   move spaces                      to ws-conc-data
                   move "CADASTRO"                  to ws-conc-origem
                   move "codigo ausente de ESTACOES.TXT"
                        to ws-conc-motivo
                   move ws-desc-qtd(ws-ind-desc, 1) to ws-conc-qtd-1
                   move ws-desc-qtd(ws-ind-desc, 2) to ws-conc-qtd-2
                   move ws-desc-qtd(ws-ind-desc, 3) to ws-conc-qtd-3
                   move ws-desc-qtd(ws-ind-desc, 4) to ws-conc-qtd-4
                   move ws-conc-contagens           to ws-conc-complemento
                   perform grava-divergencia
               end-perform
               if ws-desc-estourou = "S" then
                   move "  AVISO: lista truncada em 500 codigos" to fd-linha-conciliacao
                   perform grava-linha-conc
               end-if
           end-if

           perform fecha-secao
           .
       lista-desconhecidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais da rodada, no relatorio e na tela.
      *>------------------------------------------------------------------------
       grava-resumo section.

           move spaces to fd-linha-conciliacao
           perform grava-linha-conc
           move "RESUMO" to fd-linha-conciliacao
           perform grava-linha-conc

           move "leituras conferidas no mestre"          to ws-conc-tot-texto
           move ws-qtd-lidas-mestre                      to ws-conc-tot-qtd
           perform grava-total
           move "arquivos mortos varridos"               to ws-conc-tot-texto
           move ws-qtd-arquivos-mortos                   to ws-conc-tot-qtd
           perform grava-total
           move "leituras conferidas nos arquivos mortos" to ws-conc-tot-texto
           move ws-qtd-lidas-arquivo                     to ws-conc-tot-qtd
           perform grava-total
           move "leituras de arq. morto ja no mestre (ignoradas)"
                to ws-conc-tot-texto
           move ws-qtd-arq-no-mestre                     to ws-conc-tot-qtd
           perform grava-total
           move "linhas do historico conferidas"         to ws-conc-tot-texto
           move ws-qtd-hist-conferidas                   to ws-conc-tot-qtd
           perform grava-total
           move "linhas de extremos conferidas"          to ws-conc-tot-texto
           move ws-qtd-ext-conferidos                    to ws-conc-tot-qtd
           perform grava-total
           move "pendencias conferidas"                  to ws-conc-tot-texto
           move ws-qtd-exc-pend                          to ws-conc-tot-qtd
           perform grava-total
           move "pendencias sem leitura no mestre (ingestao)"
                to ws-conc-tot-texto
           move ws-qtd-exc-sem-mestre                    to ws-conc-tot-qtd
           perform grava-total

           move spaces to fd-linha-conciliacao
           perform grava-linha-conc
           move "divergencias: leituras N sem pendencia"  to ws-conc-tot-texto
           move ws-qtd-div-n-sem-exc                     to ws-conc-tot-qtd
           perform grava-total
           move "divergencias: historico"                to ws-conc-tot-texto
           move ws-qtd-div-historico                     to ws-conc-tot-qtd
           perform grava-total
           move "divergencias: extremos"                 to ws-conc-tot-texto
           move ws-qtd-div-extremos                      to ws-conc-tot-qtd
           perform grava-total
           move "divergencias: pendencias"               to ws-conc-tot-texto
           move ws-qtd-div-excecoes                      to ws-conc-tot-qtd
           perform grava-total
           move "divergencias: codigos fora do cadastro" to ws-conc-tot-texto
           move ws-qtd-desc                              to ws-conc-tot-qtd
           perform grava-total
           move "TOTAL DE DIVERGENCIAS"                  to ws-conc-tot-texto
           move ws-qtd-div-total                         to ws-conc-tot-qtd
           perform grava-total

           display "Conciliacao concluida: " ws-qtd-div-total
                   " divergencia(s)"
           display "Relatorio em CONCTEMPERATURAS.TXT"
           .
       grava-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura no cadastro o codigo em ws-cad-busca-cod, reaproveitando
      *>  a ultima busca quando o codigo se repete. Resultado em
      *>  ws-cad-achou e ws-ind-cad-busca.
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
      *>  Soma uma ocorrencia do codigo em ws-cad-busca-cod, da origem
      *>  em ws-desc-origem, na lista de codigos fora do cadastro.
      *>------------------------------------------------------------------------
       registra-desconhecida section.

           move "N" to ws-desc-achou
           perform varying ws-ind-desc from 1 by 1
                     until ws-ind-desc > ws-qtd-desc
                     or    ws-desc-achou = "S"
               if ws-desc-codigo(ws-ind-desc) = ws-cad-busca-cod then
                   move "S" to ws-desc-achou
                   set ws-ind-desc-busca to ws-ind-desc
               end-if
           end-perform

           if ws-desc-achou = "N" then
               if ws-qtd-desc < 500 then
                   add 1 to ws-qtd-desc
                   add 1 to ws-qtd-div-total
                   move ws-qtd-desc to ws-ind-desc-busca
                   move ws-cad-busca-cod to ws-desc-codigo(ws-ind-desc-busca)
                   perform varying ws-ind-desc-orig from 1 by 1
                             until ws-ind-desc-orig > 4
                       move 0 to ws-desc-qtd(ws-ind-desc-busca, ws-ind-desc-orig)
                   end-perform
                   move "S" to ws-desc-achou
               else
                   move "S" to ws-desc-estourou
               end-if
           end-if

           if ws-desc-achou = "S" then
               add 1 to ws-desc-qtd(ws-ind-desc-busca, ws-desc-origem)
           end-if
           .
       registra-desconhecida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura entre as pendencias a chave em ws-bus-chave.
      *>  Resultado em ws-exc-achou.
      *>------------------------------------------------------------------------
       localiza-excecao section.

           move "N" to ws-exc-achou
           perform varying ws-ind-exc from 1 by 1
                     until ws-ind-exc > ws-qtd-exc-pend
                     or    ws-exc-achou = "S"
               if  ws-exc-pend-estacao(ws-ind-exc) = ws-bus-estacao
               and ws-exc-pend-ano(ws-ind-exc)     = ws-bus-ano
               and ws-exc-pend-mes(ws-ind-exc)     = ws-bus-mes
               and ws-exc-pend-dia(ws-ind-exc)     = ws-bus-dia then
                   move "S" to ws-exc-achou
               end-if
           end-perform
           .
       localiza-excecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a leitura da chave em ws-bus-chave: no mestre e, se
      *>  nao estiver la, no arquivo morto do ano (aberto/trocado sob
      *>  demanda). Resultado em ws-bus-achou, ws-bus-valor e
      *>  ws-bus-valido.
      *>------------------------------------------------------------------------
       busca-leitura section.

           move "N" to ws-bus-achou

           if ws-tem-mestre = "S" then
               move ws-bus-chave to fd-mst-chave
               read arqMestre
               evaluate ws-fs-arqMestre
                   when 0
                       move "M"           to ws-bus-achou
                       move fd-mst-valor  to ws-bus-valor
                       move fd-mst-valido to ws-bus-valido
                   when 23
                       continue
                   when other
                       move 33                                 to ws-msn-erro-ofsset
                       move ws-fs-arqMestre                    to ws-msn-erro-cod
                       move "Erro ao ler arq. ARQTEMPERATURAS  "  to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           if ws-bus-achou = "N" then
               if ws-bus-ano not = ws-morto-ano-aberto then
                   perform fecha-morto
                   move ws-bus-ano to ws-morto-ano-txt
                   move spaces to ws-morto-nome
                   string "ARQTEMP" ws-morto-ano-txt ".DAT"
                       delimited by size into ws-morto-nome
                   end-string
                   open input arqMorto
                   if ws-fs-arqMorto = 35 then
                       move "N" to ws-morto-existe
                   else
                       if ws-fs-arqMorto <> 0 then
                           move 34                             to ws-msn-erro-ofsset
                           move ws-fs-arqMorto                 to ws-msn-erro-cod
                           move "Erro ao abrir arquivo morto        "
                                to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "S" to ws-morto-existe
                   end-if
                   move ws-bus-ano to ws-morto-ano-aberto
               end-if

               if ws-morto-existe = "S" then
                   move ws-bus-chave to fd-mrt-chave
                   read arqMorto
                   evaluate ws-fs-arqMorto
                       when 0
                           move "A"           to ws-bus-achou
                           move fd-mrt-valor  to ws-bus-valor
                           move fd-mrt-valido to ws-bus-valido
                       when 23
                           continue
                       when other
                           move 35                             to ws-msn-erro-ofsset
                           move ws-fs-arqMorto                 to ws-msn-erro-cod
                           move "Erro ao ler arquivo morto          "
                                to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if
           .
       busca-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o arquivo morto aberto por busca-leitura, se houver.
      *>------------------------------------------------------------------------
       fecha-morto section.

           if ws-morto-ano-aberto > 0 then
               if ws-morto-existe = "S" then
                   close arqMorto
                   if ws-fs-arqMorto <> 0 then
                       move 36                                 to ws-msn-erro-ofsset
                       move ws-fs-arqMorto                     to ws-msn-erro-cod
                       move "Erro ao fechar arquivo morto       "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               move 0   to ws-morto-ano-aberto
               move "N" to ws-morto-existe
           end-if
           .
       fecha-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Titulo de secao do relatorio; o texto vem em ws-conc-tot-texto.
      *>------------------------------------------------------------------------
       grava-titulo-secao section.

           move 0 to ws-qtd-div-secao
           move spaces to fd-linha-conciliacao
           perform grava-linha-conc
           move ws-conc-tot-texto to fd-linha-conciliacao
           perform grava-linha-conc
           .
       grava-titulo-secao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecho de secao: avisa quando a secao nao teve divergencia.
      *>------------------------------------------------------------------------
       fecha-secao section.

           if ws-qtd-div-secao = 0 then
               move "  nenhuma divergencia" to fd-linha-conciliacao
               perform grava-linha-conc
           end-if
           .
       fecha-secao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de divergencia montada em ws-linha-conc.
      *>------------------------------------------------------------------------
       grava-divergencia section.

           add 1 to ws-qtd-div-secao
           if ws-conc-origem not = "CADASTRO" then
               add 1 to ws-qtd-div-total
           end-if
           move spaces to fd-linha-conciliacao
           move ws-linha-conc to fd-linha-conciliacao
           perform grava-linha-conc
           .
       grava-divergencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de total montada em ws-linha-conc-total.
      *>------------------------------------------------------------------------
       grava-total section.

           move spaces to fd-linha-conciliacao
           move ws-linha-conc-total to fd-linha-conciliacao
           perform grava-linha-conc
           .
       grava-total-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava fd-linha-conciliacao no relatorio e a limpa.
      *>------------------------------------------------------------------------
       grava-linha-conc section.

           write fd-linha-conciliacao
           if ws-fs-arqConciliacao <> 0 then
               move 37                                     to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                   to ws-msn-erro-cod
               move "Erro ao gravar arq. CONCTEMPERATURAS"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to fd-linha-conciliacao
           .
       grava-linha-conc-exit.
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
      *>  Finalização: fecha o que ficou aberto e apaga o arquivo de
      *>  trabalho das medias.
      *>------------------------------------------------------------------------
       finaliza section.

           perform fecha-morto

           if ws-tem-mestre = "S" then
               close arqMestre
               if ws-fs-arqMestre <> 0 then
                   move 38                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMestre                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. ARQTEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqMedias
           if ws-fs-arqMedias <> 0 then
               move 39                                     to ws-msn-erro-ofsset
               move ws-fs-arqMedias                        to ws-msn-erro-cod
               move "Erro ao fechar arq. CONCTEMP.WRK   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           call "CBL_DELETE_FILE" using "CONCTEMPERATURAS.WRK"

           close arqConciliacao
           if ws-fs-arqConciliacao <> 0 then
               move 40                                     to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                   to ws-msn-erro-cod
               move "Erro ao fechar arq. CONCTEMPERATURAS"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           stop run
           .
       finaliza-exit.
           exit.
