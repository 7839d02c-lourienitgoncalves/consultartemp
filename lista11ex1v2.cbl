      *>   Relatorio de completude: para cada estacao, os dias do
      *>   calendario do mes que ficaram sem leitura carregada, o
      *>   percentual de cobertura e a situacao PASS/FAIL do fechamento
      *>   (EXCUSED quando o mes inteiro estiver em manutencao programada)
           select arqCompletude assign to "FALTTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLote.

      *>   Calendario de manutencao programada: uma linha por janela
      *>   (estacao, data inicial, data final e motivo - CAL
      *>   calibracao, MUD mudanca de local, ENE falta de energia);
      *>   dia dentro de uma janela nao e cobrado da equipe de campo:
      *>   sai como EXCUSED na completude, nao gera alarme no boletim,
      *>   nao e estimado e fica fora da media da rede. Sem o arquivo,
      *>   nenhuma estacao esta em manutencao, como antes
           select arqManutencao assign to "MNTTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqManutencao.

      *>   Normais climatologicas por estacao e mes do calendario
      *>   (media, desvio padrao e anos do periodo base, meses recordes
      *>   de todo o historico), geradas pelo programa companheiro
      *>   normaisTemperaturas a partir do historico e dos arquivos
      *>   mortos; aqui so consultadas, pelo relatorio de anomalias
           select arqNormais assign to "NORMTEMPERATURAS.DAT"
           organization is indexed
           access mode is dynamic
           record key is fd-nor-chave
           lock mode is automatic
           file status is ws-fs-arqNormais.

      *>   Relatorio de anomalias do mes de referencia contra as
      *>   normais: estacoes classificadas pelo afastamento da normal
      *>   em graus e em desvios padrao, recordes do mes do calendario
      *>   e normais apoiadas em poucos anos
           select arqAnomalias assign to "ANOMTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAnomalias.

      *>   Mensagem climatologica mensal para o servico meteorologico
      *>   nacional, em leiaute fixo: cabecalho, uma linha por estacao
      *>   com indice nacional e rodape de controle. Cada transmissao
      *>   gera um arquivo proprio (NAC<AAAAMM>V<NN>.TXT), que fica
      *>   guardado como prova do que foi enviado
           select arqNacional assign to dynamic ws-nac-nome
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNacional.

      *>   Registro das transmissoes ao servico nacional: uma linha por
      *>   mensagem gerada (mes, versao, original/retificacao, quando,
      *>   quem, quantas estacoes e o arquivo); a versao seguinte de um
      *>   mes ja transmitido sai marcada como retificacao
           select arqTransmissao assign to "TRNTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTransmissao.

      *>   Registro de sessoes e travas, comum ao programa principal e
      *>   aos utilitarios (mesclaEstacoes, arquivaTemperaturas): uma
      *>   linha por sessao aberta ou funcao em andamento, com tipo
      *>   (C compartilhada, X exclusiva), funcao, operador, desde
      *>   quando e o programa
           select arqSessoes assign to "SESTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSessoes.

      *>   Trilha das travas abandonadas liberadas por supervisor
           select arqLiberacoes assign to "LIBTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLiberacoes.

      *>   Historico do placar de qualidade: uma linha por estacao e
      *>   mes (nota e os numeros que a compoem), base da tendencia dos
      *>   ultimos 12 meses que a equipe de campo usa para planejar as
      *>   visitas de calibracao
           select arqQualidade assign to "QUALTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqQualidade.

      *>   Arquivo de trabalho da regravacao do historico do placar;
      *>   so entra no lugar do oficial depois de fechado com sucesso
      *>   (troca por renomeacao, o mesmo idioma do historico de medias)
           select arqQualNovo assign to "QUALTEMPERATURAS.NEW"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqQualNovo.

      *>   Placar de qualidade do mes de referencia: nota de cada
      *>   estacao, os numeros que a compoem e a tendencia dos ultimos
      *>   12 meses, com as estacoes em piora no topo
           select arqQualRel assign to "QUALRELTEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqQualRel.

       i-o-control.

      *>Declaração de variáveis
           05 fd-est-unidade                       pic x(01).
           05 fd-est-cal-offset                    pic s9(02)v99.
           05 fd-est-cal-escala                    pic 9(01)v999.
      *>       limites de consistencia da estacao: maior salto aceito
      *>       de um dia para o seguinte e quantos dias seguidos com o
      *>       mesmo valor denunciam sensor travado; zero (ou linha
      *>       antiga, sem os campos) desliga a checagem
           05 fd-est-lim-salto                     pic 9(02)v99.
           05 fd-est-dias-travado                  pic 9(02).
      *>       indice da estacao no servico meteorologico nacional;
      *>       zero (ou linha antiga, sem o campo) deixa a estacao fora
      *>       da mensagem climatologica mensal
           05 fd-est-indice-nac                    pic 9(05).

       fd arqOperadores.
       01  fd-operador.
       01  fd-linha-disposicao                      pic x(132).

       fd arqFechamento.
       01  fd-linha-fechamento                      pic x(50).

       fd arqHistorico.
       01  fd-historico.
       01  fd-linha-boletim                         pic x(132).

       fd arqIngResumo.
       01  fd-linha-ing-resumo                      pic x(160).

       fd arqParametros.
       01  fd-parametro.
       fd arqLote.
       01  fd-linha-lote                              pic x(80).

       fd arqManutencao.
       01  fd-manutencao.
           05 fd-mnt-estacao                        pic x(05).
           05 filler                                pic x(01).
           05 fd-mnt-data-ini                       pic 9(08).
           05 filler                                pic x(01).
           05 fd-mnt-data-fim                       pic 9(08).
           05 filler                                pic x(01).
           05 fd-mnt-motivo                         pic x(03).

       fd arqNormais.
       01  fd-normais.
           05 fd-nor-chave.
              10 fd-nor-estacao                    pic x(05).
              10 fd-nor-mes                        pic 9(02).
           05 fd-nor-base-ini                      pic 9(04).
           05 fd-nor-base-fim                      pic 9(04).
           05 fd-nor-qtd-anos                      pic 9(03).
           05 fd-nor-media                         pic s9(02)v99.
           05 fd-nor-desvio                        pic 9(02)v99.
           05 fd-nor-qtd-anos-total                pic 9(03).
           05 fd-nor-quente occurs 2 times.
              10 fd-nor-quente-ano                 pic 9(04).
              10 fd-nor-quente-media               pic s9(02)v99.
           05 fd-nor-frio occurs 2 times.
              10 fd-nor-frio-ano                   pic 9(04).
              10 fd-nor-frio-media                 pic s9(02)v99.
           05 fd-nor-data-geracao                  pic 9(08).

       fd arqAnomalias.
       01  fd-linha-anomalia                        pic x(132).

       fd arqNacional.
       01  fd-linha-nacional                        pic x(80).

       fd arqTransmissao.
       01  fd-transmissao.
           05 fd-trn-ano-mes                        pic 9(06).
           05 filler                                pic x(01).
           05 fd-trn-versao                         pic 9(02).
           05 filler                                pic x(01).
      *>       "O" original, "R" retificacao
           05 fd-trn-tipo                           pic x(01).
           05 filler                                pic x(01).
           05 fd-trn-data                           pic 9(08).
           05 filler                                pic x(01).
           05 fd-trn-hora                           pic 9(06).
           05 filler                                pic x(01).
           05 fd-trn-operador                       pic x(05).
           05 filler                                pic x(01).
           05 fd-trn-qtd-estacoes                   pic 9(03).
           05 filler                                pic x(01).
      *>       situacao do mes na hora do envio: FECHADO ou ABERTO
           05 fd-trn-situacao-mes                   pic x(07).
           05 filler                                pic x(01).
           05 fd-trn-arquivo                        pic x(20).

       fd arqSessoes.
       01  fd-sessao                                pic x(80).

       fd arqLiberacoes.
       01  fd-linha-liberacao                       pic x(120).

       fd arqQualidade.
       01  fd-qualidade.
           05 fd-qld-estacao                        pic x(05).
           05 fd-qld-ano                            pic 9(04).
           05 fd-qld-mes                            pic 9(02).
           05 fd-qld-nota                           pic 9(03).
           05 fd-qld-cobertura                      pic 9(03).
           05 fd-qld-quarentena                     pic 9(03).
           05 fd-qld-rejeitadas                     pic 9(03).
           05 fd-qld-estimados                      pic 9(02).
           05 fd-qld-desvios                        pic 9(02).
           05 fd-qld-atrasadas                      pic 9(03).
           05 fd-qld-data-calc                      pic 9(08).

       fd arqQualNovo.
       01  fd-qualidade-novo.
           05 fd-qnv-estacao                        pic x(05).
           05 fd-qnv-ano                            pic 9(04).
           05 fd-qnv-mes                            pic 9(02).
           05 fd-qnv-nota                           pic 9(03).
           05 fd-qnv-cobertura                      pic 9(03).
           05 fd-qnv-quarentena                     pic 9(03).
           05 fd-qnv-rejeitadas                     pic 9(03).
           05 fd-qnv-estimados                      pic 9(02).
           05 fd-qnv-desvios                        pic 9(02).
           05 fd-qnv-atrasadas                      pic 9(03).
           05 fd-qnv-data-calc                      pic 9(08).

       fd arqQualRel.
       01  fd-linha-qualidade                       pic x(132).



      *>----Variaveis de trabalho
       01 ws-fs-arqCSV                             pic  9(02).
       01 ws-fs-arqParametros                      pic  9(02).
       01 ws-fs-arqLote                            pic  9(02).
       01 ws-fs-arqManutencao                      pic  9(02).
       01 ws-fs-arqNormais                         pic  9(02).
       01 ws-fs-arqAnomalias                       pic  9(02).
       01 ws-fs-arqNacional                        pic  9(02).
       01 ws-fs-arqTransmissao                     pic  9(02).
       01 ws-fs-arqSessoes                         pic  9(02).
       01 ws-fs-arqLiberacoes                      pic  9(02).
       01 ws-fs-arqQualidade                       pic  9(02).
       01 ws-fs-arqQualNovo                        pic  9(02).
       01 ws-fs-arqQualRel                         pic  9(02).

      *>   registro de sessoes e travas (SESTEMPERATURAS.TXT) carregado
      *>   em memoria; o token (data+hora da primeira entrada) marca
      *>   as entradas desta execucao
       01 ws-sessoes.
          05 ws-qtd-sessoes                        pic 9(03) value 0.
          05 ws-ses occurs 200 times
                     indexed by ws-ind-ses.
             10 ws-ses-reg.
                15 ws-ses-tipo                     pic x(01).
                15 filler                          pic x(01).
                15 ws-ses-funcao                   pic x(10).
                15 filler                          pic x(01).
                15 ws-ses-operador                 pic x(05).
                15 filler                          pic x(01).
                15 ws-ses-data                     pic 9(08).
                15 filler                          pic x(01).
                15 ws-ses-hora                     pic 9(08).
                15 filler                          pic x(01).
                15 ws-ses-programa                 pic x(20).
                15 filler                          pic x(01).
                15 ws-ses-tok                      pic 9(16).
                15 filler                          pic x(06).
             10 ws-ses-conflito                    pic x(01).
       77 ws-ind-ses-dest                           pic 9(03).
       77 ws-qtd-ses-conflito                       pic 9(03).
       77 ws-ses-token                              pic 9(16) value 0.
       77 ws-ses-programa-atual                     pic x(20) value "lista11ex1v2".
       77 ws-ses-registrada                         pic x(01) value "N".
       77 ws-ses-pedido-tipo                        pic x(01).
       77 ws-ses-pedido-funcao                      pic x(10).
       77 ws-ses-oferece                            pic x(01).
       77 ws-ses-ok                                 pic x(01).
       77 ws-ses-confirma                           pic x(01).
       77 ws-ses-data-agora                         pic 9(08).
       77 ws-ses-hora-agora                         pic 9(08).

       01 ws-linha-ses-exibe.
          05 filler                                 pic x(02) value space.
          05 ws-sxb-funcao                          pic x(10).
          05 filler                                 pic x(05) value " por ".
          05 ws-sxb-operador                        pic x(05).
          05 filler                                 pic x(07) value " desde ".
          05 ws-sxb-dia                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-sxb-mes                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-sxb-ano                             pic 9(04).
          05 filler                                 pic x(01) value space.
          05 ws-sxb-hora                            pic 9(02).
          05 filler                                 pic x(01) value ":".
          05 ws-sxb-min                             pic 9(02).
          05 filler                                 pic x(01) value ":".
          05 ws-sxb-seg                             pic 9(02).
          05 filler                                 pic x(02) value " (".
          05 ws-sxb-programa                        pic x(20).
          05 filler                                 pic x(01) value ")".

       01 ws-linha-liberacao.
          05 ws-lib-data                            pic 9(08).
          05 filler                                 pic x(01) value space.
          05 ws-lib-hora                            pic 9(08).
          05 filler                                 pic x(01) value space.
          05 filler                                 pic x(08) value "LIBERADA".
          05 filler                                 pic x(01) value space.
          05 ws-lib-supervisor                      pic x(05).
          05 filler                                 pic x(01) value space.
          05 ws-lib-sessao                          pic x(80).

      *>   historico de medias mensais lido de HISTTEMPERATURAS.TXT,
      *>   usado so para consulta (as medias do mes atual sao
      *>   gravadas nele ao final do processamento); dimensionado para
      *>   algumas centenas de estacoes ao longo de muitos anos
       01 ws-historico.
          05 ws-qtd-historico                      pic 9(05) value 0.
          05 ws-hist-reg occurs 1 to 99999 times
                         depending on ws-qtd-historico
                         indexed by ws-ind-hist.
             10 ws-hist-estacao                     pic x(05).
      *>   entrar na media do mes
       77 ws-temp-min                               pic s9(02)v99 value -40,00.
       77 ws-temp-max                               pic s9(02)v99 value  55,00.
       77 ws-qtd-excecoes                           pic 9(04) value 0.

      *>   cadastro de estacoes carregado de ESTACOES.TXT; enquanto o
      *>   arquivo nao existir (ws-tem-cadastro = "N") o programa segue
      *>   aceitando qualquer codigo com a faixa padrao, como antes
       01 ws-cadastro.
          05 ws-qtd-cadastro                       pic 9(03) value 0.
          05 ws-cad-estacao occurs 1 to 500 times
                            depending on ws-qtd-cadastro
                            indexed by ws-ind-cad.
             10 ws-cad-codigo                      pic x(05).
             10 ws-cad-unidade                     pic x(01).
             10 ws-cad-cal-offset                  pic s9(02)v99.
             10 ws-cad-cal-escala                  pic 9(01)v999.
             10 ws-cad-lim-salto                   pic 9(02)v99.
             10 ws-cad-dias-travado                pic 9(02).
             10 ws-cad-indice-nac                  pic 9(05).

       77 ws-tem-cadastro                           pic x(01) value "N".
       77 ws-cad-achou                              pic x(01).
       77 ws-ind-cad-busca                          pic 9(03).

      *>   calendario de manutencao programada carregado de
      *>   MNTTEMPERATURAS.TXT; datas em aaaammdd, janela inclusiva
      *>   nas duas pontas
       01 ws-manutencoes.
          05 ws-qtd-manutencao                     pic 9(03) value 0.
          05 ws-mnt-janela occurs 1 to 500 times
                           depending on ws-qtd-manutencao
                           indexed by ws-ind-mnt.
             10 ws-mnt-estacao                     pic x(05).
             10 ws-mnt-data-ini                    pic 9(08).
             10 ws-mnt-data-fim                    pic 9(08).
             10 ws-mnt-motivo                      pic x(03).

      *>   consulta ao calendario: estacao e data procuradas e, se o
      *>   dia cair numa janela, o motivo e o fim da janela achada
       77 ws-mnt-busca-estacao                      pic x(05).
       77 ws-mnt-busca-data                         pic 9(08).
       77 ws-mnt-achou                              pic x(01).
       77 ws-mnt-achou-motivo                       pic x(03).
       77 ws-mnt-achou-fim                          pic 9(08).
       77 ws-mnt-ignoradas                          pic 9(03).
      *>   primeiro e ultimo dia do mes de referencia, em aaaammdd,
      *>   para achar as janelas que tocam o mes
       77 ws-mnt-mes-ini                            pic 9(08).
       77 ws-mnt-mes-fim                            pic 9(08).

      *>   registro de operadores carregado de OPETEMPERATURAS.TXT;
      *>   enquanto o arquivo nao existir (ws-tem-operadores = "N") a
      *>   de referencia (para o fechamento retomar do passo que
      *>   faltou depois de uma queda)
       01 ws-fch-fechados.
          05 ws-qtd-fch-fechados                   pic 9(03) value 0.
          05 ws-fch-fechado-anomes                 pic 9(06) occurs 600 times.

       01 ws-fch-passos.
          05 ws-qtd-fch-passos                     pic 9(02) value 0.
          05 ws-fch-passo                           pic x(10).
          05 filler                                 pic x(01) value space.
          05 ws-fch-operador                        pic x(05).
      *>       data/hora em que a linha foi gravada, para a trilha de
      *>       atividade dos operadores; linhas antigas, gravadas antes
      *>       destes campos existirem, chegam com espacos
          05 filler                                 pic x(01) value space.
          05 ws-fch-data                            pic 9(08).
          05 filler                                 pic x(01) value space.
          05 ws-fch-hora                            pic 9(08).

      *>   passo procurado/registrado da sequencia de fechamento e
      *>   resultado da busca nos passos ja concluidos
       77 ws-fch-passo-busca                        pic x(10).
       77 ws-fch-passo-achou                        pic x(01).
       77 ws-ind-fch                                pic 9(03).

      *>   "S" quando o mes de referencia consta FECHADO no controle;
      *>   correcao e aceitacao de excecao contra ele passam a exigir
      *>   excecoes carregadas para a revisao; cada uma recebe uma
      *>   situacao: "P"endente, "A"ceita no mestre ou "R"ejeitada
       01 ws-excecoes-revisao.
          05 ws-qtd-exc-rev                        pic 9(03) value 0.
          05 ws-exc-rev occurs 999 times.
             10 ws-exc-rev-estacao                 pic x(05).
             10 ws-exc-rev-ano                     pic 9(04).
             10 ws-exc-rev-mes                     pic 9(02).
             10 ws-exc-rev-motivo                  pic x(30).
             10 ws-exc-rev-situacao                pic x(01).

       77 ws-ind-exc-rev                            pic 9(04).
       77 ws-exc-rev-ok                             pic x(01).
       77 ws-qtd-exc-rev-pend                       pic 9(03).

      *>   "S" quando o arquivo de excecoes coube inteiro na tabela de
      *>   pendencias na carga (condicao apurada ANTES do close, que
      *>   mesma data) na tabela, usada por grava-excecao-carga para
      *>   nao enfileirar a mesma leitura duas vezes entre sessoes
       77 ws-exc-ja-pendente                        pic x(01).
       77 ws-ind-exc-ded                            pic 9(04).
       77 ws-ind-exc-achado                         pic 9(03).
       77 ws-exc-rev-aceitas                        pic 9(03).
       77 ws-exc-rev-rejeitadas                     pic 9(03).
       77 ws-exc-rev-pendentes                      pic 9(03).
       77 ws-disp-opcao                             pic x(01).
       77 ws-disp-codigo                            pic x(03).
      *>   identificacao do revisor no log de disposicao: o id do
          05 ws-cmp-qtd-faltas                      pic z9.
          05 filler                                 pic x(19)
                     value " dia(s) ausente(s) ".
          05 ws-cmp-qtd-justif                      pic z9.
          05 filler                                 pic x(16)
                     value " em manutencao  ".
          05 filler                                 pic x(11)
                     value " cobertura ".
          05 ws-cmp-cobertura                       pic zz9,9.
          05 filler                                 pic x(03) value "%  ".
          05 ws-cmp-status                          pic x(07).

       01 ws-linha-dias-ausentes.
          05 filler                                 pic x(15)
                     value "Dias ausentes: ".
          05 ws-cmp-dia-item                        pic x(03) occurs 31 times.

      *>   dias cobertos por manutencao programada (nao cobrados) e
      *>   as janelas do calendario que tocam o mes
       01 ws-linha-dias-justificados.
          05 filler                                 pic x(15)
                     value "Dias EXCUSED:  ".
          05 ws-cmp-jus-item                        pic x(03) occurs 31 times.

       01 ws-linha-cmp-janela.
          05 filler                                 pic x(23)
                     value "Manutencao programada: ".
          05 ws-cmp-jan-motivo                      pic x(03).
          05 filler                                 pic x(04) value " de ".
          05 ws-cmp-jan-ini                         pic 9(08).
          05 filler                                 pic x(03) value " a ".
          05 ws-cmp-jan-fim                         pic 9(08).

       01 ws-cmp-dia-txt.
          05 ws-cmp-dia-txt-num                     pic 9(02).
          05 filler                                 pic x(01) value space.

       77 ws-cmp-faltantes                          pic 9(02).
       77 ws-cmp-justificados                       pic 9(02).
       77 ws-cmp-ind-item                           pic 9(02).
       77 ws-cmp-ind-jus                            pic 9(02).
       77 ws-cmp-cobertura-calc                     pic 9(03)v9.
       77 ws-cmp-estacao-cod                        pic x(05).

      *>   area de montagem da linha do relatorio mensal
       01 ws-linha-relatorio.
      *>   estacao (substitui a antiga tabela "occurs 30" unica, que
      *>   so suportava um sensor por execucao).
       01 ws-temperaturas.
          05 ws-qtd-estacoes                       pic 9(03) value 0.
          05 ws-estacao occurs 1 to 400 times
                        depending on ws-qtd-estacoes
                        indexed by ws-ind-est.
             10 ws-estacao-cod                     pic x(05).
      *>   campos soltos da linha de configuracao, separados por
      *>   unstring em carrega-config
       01 ws-cfg-campos.
          05 ws-cfg-campo                           pic x(10) occurs 10 times.

      *>   decimo campo da configuracao: minimo de anos do periodo base
      *>   para uma normal ser confiavel (os campos 8 e 9, o periodo
      *>   base, so interessam a geracao das normais)
       77 ws-cfg-min-anos-normal                    pic 9(03)     value 10.

      *>   mes de referencia pedido no sexto campo da configuracao
      *>   (AAAAMM); zero significa "o mes mais recente presente no
       77 ws-scan-ano-mes                           pic 9(06).
       77 ws-scan-maior                             pic 9(06).

      *>   apuracao do relatorio de consistencia da rede: media da
      *>   rede em cada dia do mes (sobre todas as estacoes), a leitura
      *>   de cada estacao no dia corrente e a contagem de dias
      *>   sinalizados por estacao. A grade sai em blocos de 10
      *>   estacoes por vez, a largura da linha impressa
       01 ws-rede-dia-valores.
          05 ws-rede-dv occurs 400 times.
             10 ws-rede-dv-val                      pic s9(02)v99.

       01 ws-rede-flags.
          05 ws-rede-flag-qtd                       pic 9(02) occurs 400 times.

       01 ws-rede-medias-dia.
          05 ws-rede-md occurs 31 times.
             10 ws-rede-md-qtd                      pic 9(03).
             10 ws-rede-md-media                    pic s9(02)v99.

       77 ws-rede-bloco-ini                         pic 9(03).
       77 ws-rede-col-ind                           pic 9(02).
       77 ws-rede-est-col                           pic 9(03).
       77 ws-rede-soma                              pic s9(05)v99.
       77 ws-rede-qtd                               pic 9(03).
       77 ws-rede-media                             pic s9(02)v99.
       77 ws-rede-desvio                            pic s9(02)v99.

       77 ws-ing-aplicou                            pic x(01).
       77 ws-ing-reg-ok                             pic x(01).

      *>   pontualidade das gotas: o sensor deixa a gota do dia na
      *>   manha seguinte; gota que chega mais de ws-ing-dias-tolerancia
      *>   dia(s) depois do dia da leitura e marcada ATRASADA no resumo
      *>   da ingestao, que o placar de qualidade conta por estacao
       77 ws-ing-dias-tolerancia                    pic 9(02) value 1.
       77 ws-ing-data-varredura                     pic 9(08).
       77 ws-ing-hora-varredura                     pic 9(08).
       77 ws-ing-data-leitura                       pic 9(08).
       77 ws-ing-dias-varredura                     pic 9(07).
       77 ws-ing-dias-leitura                       pic 9(07).
       77 ws-ing-atrasadas                          pic 9(03).

      *>   normalizacao das leituras na ingestao: valor em curso (com
      *>   folga para o intermediario da conversao de Fahrenheit),
      *>   unidade reportada pela estacao e o valor bruto como chegou
       77 ws-cad-unid-digitada                      pic x(01).
       77 ws-cad-offset-digitado                    pic x(10).
       77 ws-cad-escala-digitada                    pic x(10).
       77 ws-cad-salto-digitado                     pic x(10).
       77 ws-cad-travado-digitado                   pic x(10).
       77 ws-cad-indice-digitado                    pic x(10).

      *>   checagem de consistencia das leituras (salto brusco entre
      *>   dias seguidos e sensor travado no mesmo valor): leitura
      *>   valida do dia anterior, salto apurado, tamanho da sequencia
      *>   de valores iguais em curso e quantas leituras a checagem
      *>   desviou para a quarentena
       77 ws-qlt-ant-tem                            pic x(01).
       77 ws-qlt-val-ant                            pic s9(02)v99.
       77 ws-qlt-salto                              pic s9(03)v99.
       77 ws-qlt-salto-ed                           pic z(02)9,99.
       77 ws-qlt-seq                                pic 9(02).
       77 ws-qlt-seq-ed                             pic z9.
       77 ws-qlt-dia-atual                          pic 9(02).
       77 ws-qlt-dia-ini                            pic 9(02).
       77 ws-qlt-desviadas                          pic 9(03).
       77 ws-qlt-estorna-anual                      pic x(01).

      *>   presenca dos insumos da ingestao nesta sessao: o controle de
      *>   gotas diarias e o arquivo de leituras horarias (qualquer um
      *>   A minima/maxima observada prevalece sobre o valor diario
      *>   unico na apuracao de maior/menor leitura do mes.
       01 ws-horarias.
          05 ws-hor-est occurs 400 times.
             10 ws-hor-dia-tab occurs 31 times.
                15 ws-hor-tem                      pic x(01) value "N".
                15 ws-hor-qtd                      pic 9(02) value 0.
                     value "  recebido ".
          05 ws-cfl-valor-recebido                  pic -(02)9,99.

      *>   area de montagem da linha do resumo da ingestao; a gota
      *>   traz uma estacao/um dia, tirados do seu primeiro registro
       01 ws-linha-ing-resumo.
          05 ws-ing-res-nome                        pic x(60).
          05 filler                                 pic x(09)
          05 filler                                 pic x(12)
                     value " rejeitados ".
          05 ws-ing-res-rejeitados                  pic zz9.
          05 filler                                 pic x(09)
                     value " estacao ".
          05 ws-ing-res-estacao                     pic x(05).
          05 filler                                 pic x(09)
                     value " leitura ".
          05 ws-ing-res-ano                         pic 9(04).
          05 filler                                 pic x(01) value "-".
          05 ws-ing-res-mes                         pic 9(02).
          05 filler                                 pic x(01) value "-".
          05 ws-ing-res-dia                         pic 9(02).
          05 filler                                 pic x(01) value space.
          05 ws-ing-res-atraso                      pic x(08).

      *>   cabecalho de cada varredura no resumo da ingestao, que
      *>   acumula as varreduras do mes em vez de guardar so a ultima
       01 ws-linha-ing-varredura.
          05 filler                                 pic x(13)
                     value "VARREDURA DE ".
          05 ws-ing-var-data                        pic 9(08).
          05 filler                                 pic x(01) value space.
          05 ws-ing-var-hora                        pic 9(08).

      *>   leitura de uma linha do resumo da ingestao pelo placar de
      *>   qualidade (mesmas posicoes de ws-linha-ing-resumo)
       01 ws-linha-ing-entrada.
          05 filler                                 pic x(111).
          05 ws-ing-ent-estacao                     pic x(05).
          05 filler                                 pic x(09).
          05 ws-ing-ent-ano                         pic 9(04).
          05 filler                                 pic x(01).
          05 ws-ing-ent-mes                         pic 9(02).
          05 filler                                 pic x(04).
          05 ws-ing-ent-atraso                      pic x(08).

      *>   area de montagem da linha de resumo da varredura horaria
       01 ws-linha-hor-resumo.
       77 ws-bol-seq-calor                          pic 9(02).
       77 ws-bol-continua                           pic x(01).
       77 ws-bol-tem-aceita                         pic x(01).
       77 ws-bol-dia-ini                            pic 9(02).

      *>   areas de montagem do boletim de operacoes
       01 ws-linha-bol-cabec.
          05 filler                                 pic x(25)
                     value "SEM LEITURA ACEITA NO MES".

      *>   estacao em janela de manutencao programada no "hoje" do
      *>   boletim: nada a cobrar nem a alertar ate o fim da janela
       01 ws-linha-boletim-mnt.
          05 ws-bol-mnt-estacao                     pic x(05).
          05 filler                                 pic x(03) value space.
          05 filler                                 pic x(24)
                     value "EM MANUTENCAO PROGRAMADA".
          05 filler                                 pic x(02) value " (".
          05 ws-bol-mnt-motivo                      pic x(03).
          05 filler                                 pic x(07) value ") ate ".
          05 ws-bol-mnt-fim                         pic 9(08).

       01 ws-bol-celula.
          05 ws-bol-cel-val                         pic -(02)9,99.
          05 filler                                 pic x(01) value space.
          05 ws-cli-seq-qtd                         pic z9.
          05 filler                                 pic x(07) value " dia(s)".

      *>   apuracao do relatorio de anomalias: a media do mes de cada
      *>   estacao carregada contra a normal do mesmo mes do
      *>   calendario, e as duas ordens de classificacao (posicoes da
      *>   tabela, da anomalia mais quente para a mais fria)
       01 ws-anomalias.
          05 ws-anm occurs 400 times.
             10 ws-anm-estacao                      pic x(05).
      *>           "S" media e normal presentes; "M" sem media valida
      *>           no mes; "N" sem normal para o mes
             10 ws-anm-situacao                     pic x(01).
             10 ws-anm-media                        pic s9(02)v99.
             10 ws-anm-normal                       pic s9(02)v99.
             10 ws-anm-desvio                       pic 9(02)v99.
             10 ws-anm-qtd-anos                     pic 9(03).
             10 ws-anm-anomalia                     pic s9(02)v99.
             10 ws-anm-tem-sigma                    pic x(01).
             10 ws-anm-sigma                        pic s9(04)v99.
             10 ws-anm-recorde                      pic x(14).
       01 ws-anm-ordens.
          05 ws-anm-ord-graus                       pic 9(03) occurs 400 times.
          05 ws-anm-ord-sigma                       pic 9(03) occurs 400 times.

       77 ws-anm-qtd-graus                          pic 9(03).
       77 ws-anm-qtd-sigma                          pic 9(03).
       77 ws-anm-ind                                pic 9(03).
       77 ws-anm-ind-aux                            pic 9(03).
       77 ws-anm-pos-troca                          pic 9(03).
       77 ws-anm-pos                                pic 9(03).
       77 ws-anm-trocou                             pic x(01).
       77 ws-anm-ref-valor                          pic s9(02)v99.
       77 ws-anm-ref-achou                          pic x(01).
       77 ws-anm-soma                               pic s9(05)v99.
       77 ws-anm-media-rede                         pic s9(02)v99.
       77 ws-anm-qtd-poucos                         pic 9(03).

      *>   areas de montagem do relatorio de anomalias
       01 ws-linha-anm-cabec.
          05 filler                                 pic x(35)
                     value "ANOMALIAS CONTRA AS NORMAIS - MES ".
          05 ws-anm-cab-mes                         pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-anm-cab-ano                         pic 9(04).
          05 filler                                 pic x(30)
                     value "   (normal confiavel: minimo ".
          05 ws-anm-cab-min                         pic zz9.
          05 filler                                 pic x(07) value " anos)".

       01 ws-linha-anm-titulos.
          05 filler                                 pic x(70)
                     value "POS ESTAC   MEDIA  NORMAL   ANOMAL  DESV.    SIGMAS ANOS  OBSERVACAO".

       01 ws-linha-anm.
          05 ws-anm-pos-col                         pic zz9.
          05 filler                                 pic x(01) value space.
          05 ws-anm-est-col                         pic x(05).
          05 filler                                 pic x(02) value space.
          05 ws-anm-media-col                       pic -(02)9,99.
          05 filler                                 pic x(02) value space.
          05 ws-anm-normal-col                      pic -(02)9,99.
          05 filler                                 pic x(03) value space.
          05 ws-anm-anomalia-col                    pic +(02)9,99.
          05 filler                                 pic x(02) value space.
          05 ws-anm-desvio-col                      pic z9,99.
          05 filler                                 pic x(02) value space.
          05 ws-anm-sigma-col                       pic x(08).
          05 filler                                 pic x(02) value space.
          05 ws-anm-anos-col                        pic zz9.
          05 filler                                 pic x(02) value space.
          05 ws-anm-obs-col                         pic x(40).

       01 ws-anm-sigma-cel.
          05 ws-anm-sigma-ed                        pic +(04)9,99.

       01 ws-linha-anm-fora.
          05 filler                                 pic x(04) value space.
          05 ws-anm-fora-est                        pic x(05).
          05 filler                                 pic x(02) value space.
          05 ws-anm-fora-motivo                     pic x(60).

       01 ws-linha-anm-rede.
          05 filler                                 pic x(38)
                     value "Anomalia media da rede no mes (graus):".
          05 filler                                 pic x(01) value space.
          05 ws-anm-rede-col                        pic +(02)9,99.
          05 filler                                 pic x(04) value " em ".
          05 ws-anm-rede-qtd                        pic zz9.
          05 filler                                 pic x(13) value " estacao(oes)".

      *>   placar de qualidade do mes de referencia: uma entrada por
      *>   estacao carregada e por estacao ativa do cadastro sem
      *>   leitura no mes, com os numeros que compoem a nota, a nota dos
      *>   ultimos 12 meses (posicao 12 = mes de referencia) e a ordem
      *>   de impressao (estacoes em piora no topo)
       01 ws-qualidade.
          05 ws-qld occurs 900 times.
             10 ws-qld-estacao                      pic x(05).
             10 ws-qld-cobertura                    pic 9(03).
             10 ws-qld-quarentena                   pic 9(03).
             10 ws-qld-rejeitadas                   pic 9(03).
             10 ws-qld-estimados                    pic 9(02).
             10 ws-qld-desvios                      pic 9(02).
             10 ws-qld-atrasadas                    pic 9(03).
             10 ws-qld-nota                         pic 9(03).
      *>           "S" quando o mes anterior tem nota no historico
             10 ws-qld-tem-ant                      pic x(01).
             10 ws-qld-variacao                     pic s9(03).
             10 ws-qld-piorou                       pic x(01).
             10 ws-qld-tend occurs 12 times.
                15 ws-qld-tend-tem                  pic x(01).
                15 ws-qld-tend-nota                 pic 9(03).
       01 ws-qld-ordens.
          05 ws-qld-ord                             pic 9(03) occurs 900 times.

       77 ws-qtd-qld                                pic 9(03).
       77 ws-qld-ind                                pic 9(03).
       77 ws-qld-ind-aux                            pic 9(03).
       77 ws-qld-ind-busca                          pic 9(03).
       77 ws-qld-pos                                pic 9(03).
       77 ws-qld-pos-troca                          pic 9(03).
       77 ws-qld-trocou                             pic x(01).
       77 ws-qld-antes                              pic x(01).
       77 ws-qld-achou                              pic x(01).
       77 ws-qld-busca-estacao                      pic x(05).
       77 ws-qld-mes-ind                            pic 9(02).
       77 ws-qld-nota-calc                          pic s9(05).
       77 ws-qld-ref-abs                            pic 9(06).
       77 ws-qld-lin-abs                            pic 9(06).
       77 ws-qld-dif-meses                          pic s9(06).
       77 ws-qld-data-calc                          pic 9(08).
       77 ws-qld-qtd-piora                          pic 9(03).
       77 ws-qld-grava-hist                         pic x(01) value "S".

      *>   pesos da nota: a cobertura (0 a 100) perde pontos por
      *>   leitura em quarentena, por leitura rejeitada (alem da
      *>   quarentena que ela ja passou), por dia estimado, por dia
      *>   sinalizado no relatorio de consistencia da rede e por gota
      *>   atrasada; a nota nao desce abaixo de zero
       77 ws-qld-peso-quarentena                    pic 9(02) value 2.
       77 ws-qld-peso-rejeicao                      pic 9(02) value 3.
       77 ws-qld-peso-estimado                      pic 9(02) value 1.
       77 ws-qld-peso-desvio                        pic 9(02) value 2.
       77 ws-qld-peso-atraso                        pic 9(02) value 1.

      *>   leitura de uma linha do log de disposicao pelo placar
       01 ws-linha-disp-entrada.
          05 filler                                 pic x(18).
          05 ws-disp-ent-estacao                    pic x(05).
          05 filler                                 pic x(01).
          05 ws-disp-ent-ano                        pic 9(04).
          05 filler                                 pic x(01).
          05 ws-disp-ent-mes                        pic 9(02).
          05 filler                                 pic x(15).
          05 ws-disp-ent-acao                       pic x(09).

      *>   areas de montagem do placar de qualidade
       01 ws-linha-qld-cabec.
          05 filler                                 pic x(39)
                     value "PLACAR DE QUALIDADE DAS ESTACOES - MES ".
          05 ws-qld-cab-mes                         pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-qld-cab-ano                         pic 9(04).

       01 ws-linha-qld-pesos.
          05 filler                                 pic x(20)
                     value "Nota = cobertura% - ".
          05 ws-qld-pes-quarentena                  pic 9.
          05 filler                                 pic x(15)
                     value " p/quarentena, ".
          05 ws-qld-pes-rejeicao                    pic 9.
          05 filler                                 pic x(13)
                     value " p/rejeicao, ".
          05 ws-qld-pes-estimado                    pic 9.
          05 filler                                 pic x(17)
                     value " p/dia estimado, ".
          05 ws-qld-pes-desvio                      pic 9.
          05 filler                                 pic x(17)
                     value " p/desvio na rede".
          05 filler                                 pic x(02) value ", ".
          05 ws-qld-pes-atraso                      pic 9.
          05 filler                                 pic x(27)
                     value " p/gota atrasada (minimo 0)".

       01 ws-linha-qld-titulos.
          05 filler                                 pic x(65)
                     value "POS ESTAC  NOTA   ANT   VAR   COB   QUA   REJ   EST   DSV   ATR  ".
          05 filler                                 pic x(48)
                     value "TENDENCIA DOS ULTIMOS 12 MESES (antigo -> atual)".
          05 filler                                 pic x(05) value "  OBS".

       01 ws-linha-qld.
          05 ws-qld-pos-col                         pic zz9.
          05 filler                                 pic x(01) value space.
          05 ws-qld-est-col                         pic x(05).
          05 filler                                 pic x(02) value space.
          05 ws-qld-nota-col                        pic bzz9.
          05 filler                                 pic x(02) value space.
          05 ws-qld-ant-col                         pic x(04).
          05 filler                                 pic x(02) value space.
          05 ws-qld-var-col                         pic x(04).
          05 filler                                 pic x(02) value space.
          05 ws-qld-cob-col                         pic bzz9.
          05 filler                                 pic x(02) value space.
          05 ws-qld-qua-col                         pic bzz9.
          05 filler                                 pic x(02) value space.
          05 ws-qld-rej-col                         pic bzz9.
          05 filler                                 pic x(02) value space.
          05 ws-qld-est-dias-col                    pic bzz9.
          05 filler                                 pic x(02) value space.
          05 ws-qld-dsv-col                         pic bzz9.
          05 filler                                 pic x(02) value space.
          05 ws-qld-atr-col                         pic bzz9.
          05 filler                                 pic x(02) value space.
          05 ws-qld-tend-col                        pic x(04) occurs 12 times.
          05 filler                                 pic x(02) value space.
          05 ws-qld-obs-col                         pic x(05).

       01 ws-qld-celulas.
          05 ws-qld-nota-ed                         pic bzz9.
          05 ws-qld-var-ed                          pic +++9.

       01 ws-linha-qld-piora.
          05 filler                                 pic x(42)
                     value "Estacoes em piora contra o mes anterior: ".
          05 ws-qld-piora-qtd                       pic zz9.

      *>   mensagem climatologica mensal ao servico nacional: nome do
      *>   arquivo da transmissao, ultima versao ja enviada do mes e os
      *>   numeros de cada estacao. So leitura aceita ("S"/"A") entra
      *>   na media, nos extremos e nos limiares; estimada ("E") e
      *>   quarentenada/rejeitada ("N"/"R") vao em contagens proprias
       77 ws-nac-nome                               pic x(20).
       77 ws-nac-prossegue                          pic x(01).
       77 ws-nac-resposta                           pic x(01).
       77 ws-nac-versao                             pic 9(02).
       77 ws-nac-ultima-versao                      pic 9(02).
       77 ws-nac-ultima-data                        pic 9(08).
       77 ws-nac-data                               pic 9(08).
       77 ws-nac-hora                               pic 9(08).
       77 ws-nac-qtd-estacoes                       pic 9(03).
       77 ws-nac-sem-indice                         pic 9(03).
       77 ws-nac-soma-dias                          pic 9(05).
       77 ws-nac-soma                               pic s9(04)v99.
       77 ws-nac-soma-max                           pic s9(04)v99.
       77 ws-nac-soma-min                           pic s9(04)v99.
       77 ws-nac-qtd-lidos                          pic 9(02).
       01 ws-nac-nome-partes.
          05 filler                                 pic x(03) value "NAC".
          05 ws-nac-nome-anomes                     pic 9(06).
          05 filler                                 pic x(01) value "V".
          05 ws-nac-nome-versao                     pic 9(02).
          05 filler                                 pic x(04) value ".TXT".

      *>   registros do arquivo da mensagem, em leiaute fixo; valores
      *>   com sinal separado a esquerda (+2150 = 21,50 graus)
       01 ws-nac-cabecalho.
          05 filler                                 pic x(01) value "H".
          05 ws-nac-cab-anomes                      pic 9(06).
          05 ws-nac-cab-tipo                        pic x(01).
          05 ws-nac-cab-versao                      pic 9(02).
          05 ws-nac-cab-data                        pic 9(08).
          05 ws-nac-cab-hora                        pic 9(06).
          05 ws-nac-cab-limiar-calor                pic s9(02)v99
                                                    sign leading separate.
          05 ws-nac-cab-limiar-frio                 pic s9(02)v99
                                                    sign leading separate.
          05 ws-nac-cab-qtd                         pic 9(03).

       01 ws-nac-detalhe.
          05 filler                                 pic x(01) value "D".
          05 ws-nac-det-indice                      pic 9(05).
          05 ws-nac-det-estacao                     pic x(05).
      *>       "S" media presente; "N" sem dia valido no mes (media zero)
          05 ws-nac-det-tem-media                   pic x(01).
          05 ws-nac-det-media                       pic s9(02)v99
                                                    sign leading separate.
      *>       "S" extremos presentes; "N" nenhum dia valido com minima
      *>       e maxima observadas em EXTTEMPERATURAS.DAT
          05 ws-nac-det-tem-extremos                pic x(01).
          05 ws-nac-det-max-media                   pic s9(02)v99
                                                    sign leading separate.
          05 ws-nac-det-min-media                   pic s9(02)v99
                                                    sign leading separate.
          05 ws-nac-det-dias-validos                pic 9(02).
          05 ws-nac-det-dias-extremos               pic 9(02).
          05 ws-nac-det-dias-calor                  pic 9(02).
          05 ws-nac-det-dias-frio                   pic 9(02).
          05 ws-nac-det-dias-estimados              pic 9(02).
          05 ws-nac-det-dias-quarentena             pic 9(02).
          05 ws-nac-det-dias-ausentes               pic 9(02).

       01 ws-nac-rodape.
          05 filler                                 pic x(01) value "T".
          05 ws-nac-rod-qtd                         pic 9(03).
          05 ws-nac-rod-soma-dias                   pic 9(05).

      *>   acumulado anual por estacao e mes do ano de referencia: o
      *>   mestre pode guardar o ano inteiro, e cada leitura valida
      *>   entra na celula da sua estacao/mes na carga; a media de cada
      *>   de referencia). As posicoes de estacao andam em paralelo com
      *>   a tabela ws-estacao (mesmo indice).
       01 ws-anual.
          05 ws-anual-est occurs 400 times.
             10 ws-anual-mes-tab occurs 12 times.
                15 ws-anual-qtd                    pic 9(03) value 0.
                15 ws-anual-total                  pic s9(05)v99 value 0.

      *>   indice da estacao localizada por localiza-estacao e flag
      *>   indicando se ela ja existia ou foi incluida agora; quando a
      *>   estacao e nova mas a tabela (occurs 1 to 400) ja esta cheia,
      *>   ws-estacao-estourou fica "S" e ws-ind-est-busca nao e valido
       77 ws-ind-est-busca                          pic 9(03).
       77 ws-estacao-achou                          pic x(01).
       77 ws-estacao-estourou                       pic x(01).

      *>   programa rodado mais de uma vez no mesmo mes) e precisa
      *>   ser atualizada, em vez de acrescentar uma linha duplicada
       77 ws-hist-achou                              pic x(01).
       77 ws-ind-hist-rev                            pic 9(05).

      *>   usados por corrige-leitura para achar o maior dia-calendario
      *>   ja carregado para a estacao e percorrer os dias de lacuna
               perform identifica-operador
           end-if

      *>   a sessao entra no registro de sessoes antes de tocar em
      *>   qualquer arquivo: convive com outras sessoes e consultas,
      *>   mas nao abre enquanto um utilitario, o fechamento ou uma
      *>   varredura de ingestao estiver regravando os arquivos
           move "C" to ws-ses-pedido-tipo
           if ws-modo-batch = "S" then
               move "LOTE"   to ws-ses-pedido-funcao
               move "N"      to ws-ses-oferece
           else
               move "SESSAO" to ws-ses-pedido-funcao
               move "S"      to ws-ses-oferece
           end-if
           perform adquire-trava
           if ws-ses-ok = "N" then
               display "Sessao recusada: ha funcao exclusiva em andamento"
               stop run
           end-if

           perform carrega-config
           perform carrega-cadastro
           perform carrega-manutencao

           open input arqTemperaturas.
           if ws-fs-arqTemperaturas = 35 then
               end-if
           end-if

      *>   com o mes inteiro carregado, os saltos bruscos e os
      *>   sensores travados vao para a quarentena junto com as
      *>   leituras fora da faixa (a leitura desviada ja tinha entrado
      *>   no acumulado anual do mes e sai dele)
           move "S" to ws-qlt-estorna-anual
           perform valida-consistencia-leituras

           close arqExcecoes.
           if ws-fs-arqExcecoes <> 0 then
               move 6                                      to ws-msn-erro-ofsset

               read arqExcecoes
               perform until ws-fs-arqExcecoes = 10
                          or ws-qtd-exc-rev >= 999
                   if ws-fs-arqExcecoes <> 0 then
                       move 34                                      to ws-msn-erro-ofsset
                       move ws-fs-arqExcecoes                       to ws-msn-erro-cod
                   write fd-linha-excecao
               end-perform
           else
               display "Aviso: mais de 999 excecoes acumuladas em "
                       "EXCTEMPERATURAS.TXT; revisao indisponivel ate "
                       "o arquivo ser reduzido"
               open extend arqExcecoes
               move ws-linha-excecao to fd-linha-excecao
               write fd-linha-excecao

               if ws-qtd-exc-rev < 999 then
                   add 1 to ws-qtd-exc-rev
                   move ws-exc-estacao to ws-exc-rev-estacao(ws-qtd-exc-rev)
                   move ws-exc-ano     to ws-exc-rev-ano(ws-qtd-exc-rev)

           perform localiza-estacao

      *>           tabela de estacoes tem 400 posicoes; a 401a estacao
      *>           distinta, ou a tabela de dias (31 posicoes) de uma
      *>           estacao ja cadastrada, vai para as excecoes em vez
      *>           de estourar a tabela correspondente
           if ws-tem-controle-gotas = "N" and ws-tem-horarias = "N" then
               continue
           else
      *>           o resumo acumula as varreduras (cada uma sob o seu
      *>           cabecalho), para o placar de qualidade contar as
      *>           gotas atrasadas do mes inteiro
               open extend arqIngResumo
               if ws-fs-arqIngResumo = 35 then
                   open output arqIngResumo
               end-if
               if ws-fs-arqIngResumo <> 0 then
                   move 59                                      to ws-msn-erro-ofsset
                   move ws-fs-arqIngResumo                      to ws-msn-erro-cod
                   perform finaliza-anormal
               end-if

               accept ws-ing-data-varredura from date yyyymmdd
               accept ws-ing-hora-varredura from time
               compute ws-ing-dias-varredura =
                       function integer-of-date(ws-ing-data-varredura)
               move 0 to ws-ing-atrasadas
               move ws-ing-data-varredura to ws-ing-var-data
               move ws-ing-hora-varredura to ws-ing-var-hora
               move spaces to fd-linha-ing-resumo
               move ws-linha-ing-varredura to fd-linha-ing-resumo
               write fd-linha-ing-resumo

      *>           as rejeicoes da ingestao vao para a mesma quarentena
      *>           da carga, para serem dispostas pela revisao do menu
               open extend arqExcecoes
                   perform processa-arquivo-horario
               end-if

      *>           o que entrou pelas gotas e pela consolidacao horaria
      *>           passa pelas mesmas checagens de salto e de sensor
      *>           travado da carga; leitura desviada muda o mes e o
      *>           mestre precisa refletir o flag
               move "N" to ws-qlt-estorna-anual
               perform valida-consistencia-leituras
               if ws-qlt-desviadas > 0 then
                   move "S" to ws-ing-aplicou
               end-if

               close arqExcecoes
               if ws-fs-arqExcecoes <> 0 then
                   move 63                                      to ws-msn-erro-ofsset
               perform emite-boletim-operacao

               display "Ingestao concluida; resumo em INGRELTEMPERATURAS.TXT"
               if ws-ing-atrasadas > 0 then
                   display ws-ing-atrasadas " gota(s) ATRASADA(S) nesta "
                           "varredura"
               end-if
           end-if
           .
       processa-ingestao-exit.
           move 0 to ws-ing-aceitos
           move 0 to ws-ing-duplicados
           move 0 to ws-ing-rejeitados
           move spaces to ws-ing-res-estacao
           move 0      to ws-ing-res-ano
           move 0      to ws-ing-res-mes
           move 0      to ws-ing-res-dia
           move spaces to ws-ing-res-atraso

           open input arqDrop.
           if ws-fs-arqDrop = 35 then
                       perform finaliza-anormal
                   end-if

                   if ws-ing-res-estacao = spaces then
                       move fd-drop-estacao to ws-ing-res-estacao
                       move fd-drop-ano     to ws-ing-res-ano
                       move fd-drop-mes     to ws-ing-res-mes
                       move fd-drop-dia     to ws-ing-res-dia
                   end-if

                   perform processa-registro-drop

                   read arqDrop
               end-if
           end-if

      *>       gota atrasada: a distancia entre o dia da leitura e o
      *>       dia da varredura passa da tolerancia (data invalida na
      *>       gota nao tem como ser medida e fica sem a marca)
           if  ws-ing-res-estacao not = spaces
           and ws-ing-res-mes >= 1 and ws-ing-res-mes <= 12
           and ws-ing-res-dia >= 1 and ws-ing-res-dia <= 31 then
               compute ws-ing-data-leitura = ws-ing-res-ano * 10000
                                           + ws-ing-res-mes * 100
                                           + ws-ing-res-dia
               compute ws-ing-dias-leitura =
                       function integer-of-date(ws-ing-data-leitura)
               if  ws-ing-dias-leitura > 0
               and ws-ing-dias-varredura > ws-ing-dias-leitura
                                          + ws-ing-dias-tolerancia then
                   move "ATRASADA" to ws-ing-res-atraso
                   add 1 to ws-ing-atrasadas
               end-if
           end-if

           move ws-drop-nome       to ws-ing-res-nome
           move ws-ing-aceitos     to ws-ing-res-aceitos
           move ws-ing-duplicados  to ws-ing-res-duplicados
      *>  sequencias de geada/calor em andamento - estacao cadastrada
      *>  ativa sem leitura nenhuma no mes tambem aparece, como na
      *>  completude. So leituras aceitas ("S"/"A") contam; estimada e
      *>  quarentenada nao enganam o turno da manha. Estacao em janela
      *>  de manutencao programada no "hoje" sai com a linha propria,
      *>  sem cobranca de silencio nem alerta de limiar.
      *>------------------------------------------------------------------------
       emite-boletim-operacao section.

                       end-if
                       if ws-estacao-achou = "N" then
                           move ws-cad-codigo(ws-ind-cad)
                                to ws-mnt-busca-estacao
                           compute ws-mnt-busca-data = ws-ano-ref * 10000
                                                     + ws-mes-ref * 100
                                                     + ws-bol-hoje
                           if ws-bol-hoje = 0 then
                               add 1 to ws-mnt-busca-data
                           end-if
                           perform testa-manutencao
                           if ws-mnt-achou = "S" then
                               move ws-cad-codigo(ws-ind-cad)
                                    to ws-bol-mnt-estacao
                               move ws-mnt-achou-motivo to ws-bol-mnt-motivo
                               move ws-mnt-achou-fim    to ws-bol-mnt-fim
                               move spaces to fd-linha-boletim
                               move ws-linha-boletim-mnt to fd-linha-boletim
                               write fd-linha-boletim
                           else
                               move ws-cad-codigo(ws-ind-cad)
                                    to ws-bol-sem-estacao
                               move spaces to fd-linha-boletim
                               move ws-linha-boletim-sem to fd-linha-boletim
                               write fd-linha-boletim
                           end-if
                       end-if
                   end-if
               end-perform
               end-if
           end-perform

      *>       estacao em janela de manutencao programada no "hoje" da
      *>       rede nao gera alarme de silencio nem de limiar
           move ws-bol-hoje to ws-dia
           if ws-dia = 0 then
               move 1 to ws-dia
           end-if
           perform testa-manutencao-dia

           if ws-mnt-achou = "S" then
               move ws-estacao-cod(ws-ind-est-busca) to ws-bol-mnt-estacao
               move ws-mnt-achou-motivo              to ws-bol-mnt-motivo
               move ws-mnt-achou-fim                 to ws-bol-mnt-fim
               move spaces to fd-linha-boletim
               move ws-linha-boletim-mnt to fd-linha-boletim
               write fd-linha-boletim
           else
               if ws-bol-tem-aceita = "N" then
                   move ws-estacao-cod(ws-ind-est-busca) to ws-bol-sem-estacao
                   move spaces to fd-linha-boletim
                   move ws-linha-boletim-sem to fd-linha-boletim
                   write fd-linha-boletim
               else
      *>               dia de silencio dentro de uma janela de manutencao
      *>               programada nao e cobrado
                   move 0 to ws-bol-dias-sem
                   compute ws-bol-dia-ini = ws-bol-ultimo-dia + 1
                   perform varying ws-dia from ws-bol-dia-ini by 1
                             until ws-dia > ws-bol-hoje
                       perform testa-manutencao-dia
                       if ws-mnt-achou = "N" then
                           add 1 to ws-bol-dias-sem
                       end-if
                   end-perform

      *>               leitura de hoje e alerta de limiar
                   move ws-bol-hoje to ws-dia
                   perform localiza-dia
                   move spaces to ws-bol-alerta
                   if  ws-dia-achou = "S"
                   and ws-temp-conta-media(ws-ind-est-busca, ws-ind-dia-busca)
                   then
                       move ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                            to ws-bol-cel-val
                       move ws-bol-celula to ws-bol-hoje-col
                       if ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                          < ws-cfg-limiar-frio then
                           move " ALERTA FRIO " to ws-bol-alerta
                       end-if
                       if ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                          > ws-cfg-limiar-calor then
                           move " ALERTA CALOR" to ws-bol-alerta
                       end-if
                   else
                       move "  --    " to ws-bol-hoje-col
                   end-if

      *>               sequencia de geada em andamento
                   move 0   to ws-bol-seq-geada
                   move "S" to ws-bol-continua
                   perform varying ws-dia from ws-bol-hoje by -1
                             until ws-dia < 1 or ws-bol-continua = "N"
                       perform localiza-dia
                       if  ws-dia-achou = "S"
                       and ws-temp-conta-media(ws-ind-est-busca,
                                               ws-ind-dia-busca)
                       and ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                           < ws-cfg-limiar-frio then
                           add 1 to ws-bol-seq-geada
                       else
                           move "N" to ws-bol-continua
                       end-if
                   end-perform

      *>               sequencia de calor em andamento
                   move 0   to ws-bol-seq-calor
                   move "S" to ws-bol-continua
                   perform varying ws-dia from ws-bol-hoje by -1
                             until ws-dia < 1 or ws-bol-continua = "N"
                       perform localiza-dia
                       if  ws-dia-achou = "S"
                       and ws-temp-conta-media(ws-ind-est-busca,
                                               ws-ind-dia-busca)
                       and ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                           > ws-cfg-limiar-calor then
                           add 1 to ws-bol-seq-calor
                       else
                           move "N" to ws-bol-continua
                       end-if
                   end-perform

                   move ws-estacao-cod(ws-ind-est-busca) to ws-bol-estacao
                   move ws-bol-dias-sem                  to ws-bol-dias-sem-ed
                   move ws-bol-seq-geada                 to ws-bol-seq-geada-ed
                   move ws-bol-seq-calor                 to ws-bol-seq-calor-ed
                   move spaces to fd-linha-boletim
                   move ws-linha-boletim-est to fd-linha-boletim
                   write fd-linha-boletim
               end-if
           end-if
           .
       monta-linha-boletim-exit.
      *>------------------------------------------------------------------------
      *>  Carrega para a memoria as medias mensais ja gravadas em
      *>  HISTTEMPERATURAS.TXT (se o arquivo ainda nao existir, o mes
      *>  atual e o primeiro e segue sem historico). Tambem refaz a
      *>  tabela a partir do disco no fim da sessao.
      *>------------------------------------------------------------------------
       carrega-historico section.

           move 0 to ws-qtd-historico
           open input arqHistorico.

      *>       se a sessao anterior caiu entre tirar o historico antigo
      *>           so e contado na iteracao seguinte, entao a proxima
      *>           leitura so pode ser disparada enquanto ainda houver
      *>           slot livre depois de contar o registro corrente -
      *>           quando a tabela chega ao limite, a condicao do laco so
      *>           enxerga isso na proxima passagem (sem tentar ler de
      *>           novo nesse meio tempo), e o registro que ja estava
      *>           no ultimo slot permanece contado, em vez de ficar para
      *>           tras por causa de uma leitura alem da capacidade
               read arqHistorico into ws-hist-reg(1)
               perform until ws-fs-arqHistorico = 10
                          or ws-qtd-historico >= 99999
                   if ws-fs-arqHistorico <> 0 then
                       move 8                                      to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                      to ws-msn-erro-cod
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-historico
                   if ws-qtd-historico < 99999 then
                       read arqHistorico into ws-hist-reg(ws-qtd-historico + 1)
                   end-if
               end-perform
                       into ws-cfg-campo(1) ws-cfg-campo(2)
                            ws-cfg-campo(3) ws-cfg-campo(4)
                            ws-cfg-campo(5) ws-cfg-campo(6)
                            ws-cfg-campo(7) ws-cfg-campo(8)
                            ws-cfg-campo(9) ws-cfg-campo(10)
                   end-unstring
                   if ws-cfg-campo(1) not = spaces then
                       compute ws-cfg-limite-rede =
                   if ws-cfg-campo(7) = "S" or ws-cfg-campo(7) = "N" then
                       move ws-cfg-campo(7) to ws-cfg-estima-na-media
                   end-if
      *>               decimo campo (opcional): minimo de anos de uma
      *>               normal; ausente, vale o padrao de 10
                   if ws-cfg-campo(10) not = spaces then
                       compute ws-cfg-min-anos-normal =
                               function numval(ws-cfg-campo(10))
                   end-if
               else
                   if ws-fs-arqConfig <> 10 then
                       move 52                                      to ws-msn-erro-ofsset

               read arqEstacoes
               perform until ws-fs-arqEstacoes = 10
                          or ws-qtd-cadastro >= 500
                   if ws-fs-arqEstacoes <> 0 then
                       move 27                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                   else
                       move 1 to ws-cad-cal-escala(ws-qtd-cadastro)
                   end-if
                   if fd-est-lim-salto is numeric then
                       move fd-est-lim-salto
                            to ws-cad-lim-salto(ws-qtd-cadastro)
                   else
                       move 0 to ws-cad-lim-salto(ws-qtd-cadastro)
                   end-if
                   if fd-est-dias-travado is numeric then
                       move fd-est-dias-travado
                            to ws-cad-dias-travado(ws-qtd-cadastro)
                   else
                       move 0 to ws-cad-dias-travado(ws-qtd-cadastro)
                   end-if
                   if fd-est-indice-nac is numeric then
                       move fd-est-indice-nac
                            to ws-cad-indice-nac(ws-qtd-cadastro)
                   else
                       move 0 to ws-cad-indice-nac(ws-qtd-cadastro)
                   end-if
                   read arqEstacoes
               end-perform

       carrega-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega para a memoria o calendario de manutencao programada
      *>  de MNTTEMPERATURAS.TXT. Linha com data nao numerica ou com o
      *>  fim antes do inicio e ignorada com aviso (o calendario e
      *>  editado a mao); sem o arquivo, nenhuma estacao esta em
      *>  manutencao.
      *>------------------------------------------------------------------------
       carrega-manutencao section.

           move 0 to ws-qtd-manutencao
           move 0 to ws-mnt-ignoradas

           open input arqManutencao.
           if ws-fs-arqManutencao = 35 then
               continue
           else
               if ws-fs-arqManutencao <> 0 then
                   move 126                                     to ws-msn-erro-ofsset
                   move ws-fs-arqManutencao                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. MNTTEMPERATURAS  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqManutencao
               perform until ws-fs-arqManutencao = 10
                          or ws-qtd-manutencao >= 500
                   if ws-fs-arqManutencao <> 0 then
                       move 127                                     to ws-msn-erro-ofsset
                       move ws-fs-arqManutencao                     to ws-msn-erro-cod
                       move "Erro ao ler arq. MNTTEMPERATURAS    "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  fd-mnt-estacao  <> spaces
                   and fd-mnt-data-ini is numeric
                   and fd-mnt-data-fim is numeric
                   and fd-mnt-data-fim >= fd-mnt-data-ini then
                       add 1 to ws-qtd-manutencao
                       move fd-mnt-estacao  to ws-mnt-estacao(ws-qtd-manutencao)
                       move fd-mnt-data-ini to ws-mnt-data-ini(ws-qtd-manutencao)
                       move fd-mnt-data-fim to ws-mnt-data-fim(ws-qtd-manutencao)
                       move fd-mnt-motivo   to ws-mnt-motivo(ws-qtd-manutencao)
                   else
                       add 1 to ws-mnt-ignoradas
                   end-if
                   read arqManutencao
               end-perform

               close arqManutencao
               if ws-fs-arqManutencao <> 0 then
                   move 128                                     to ws-msn-erro-ofsset
                   move ws-fs-arqManutencao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. MNTTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-mnt-ignoradas > 0 then
                   display ws-mnt-ignoradas " linha(s) invalida(s) ignorada(s)"
                           " no calendario MNTTEMPERATURAS.TXT"
               end-if
           end-if
           .
       carrega-manutencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura no calendario de manutencao uma janela da estacao em
      *>  ws-mnt-busca-estacao que contenha a data ws-mnt-busca-data
      *>  (aaaammdd); devolve ws-mnt-achou e, se achou, o motivo e o
      *>  ultimo dia da janela.
      *>------------------------------------------------------------------------
       testa-manutencao section.

           move "N"    to ws-mnt-achou
           move spaces to ws-mnt-achou-motivo
           move 0      to ws-mnt-achou-fim

           if ws-qtd-manutencao > 0 then
               perform varying ws-ind-mnt from 1 by 1
                         until ws-ind-mnt > ws-qtd-manutencao
                         or    ws-mnt-achou = "S"
                   if  ws-mnt-estacao(ws-ind-mnt)  = ws-mnt-busca-estacao
                   and ws-mnt-data-ini(ws-ind-mnt) <= ws-mnt-busca-data
                   and ws-mnt-data-fim(ws-ind-mnt) >= ws-mnt-busca-data then
                       move "S"                        to ws-mnt-achou
                       move ws-mnt-motivo(ws-ind-mnt)   to ws-mnt-achou-motivo
                       move ws-mnt-data-fim(ws-ind-mnt) to ws-mnt-achou-fim
                   end-if
               end-perform
           end-if
           .
       testa-manutencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atalho de testa-manutencao para o dia ws-dia do mes de
      *>  referencia da estacao em ws-ind-est-busca.
      *>------------------------------------------------------------------------
       testa-manutencao-dia section.

           move ws-estacao-cod(ws-ind-est-busca) to ws-mnt-busca-estacao
           compute ws-mnt-busca-data = ws-ano-ref * 10000
                                     + ws-mes-ref * 100
                                     + ws-dia
           perform testa-manutencao
           .
       testa-manutencao-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega para a memoria o registro de operadores de
      *>  OPETEMPERATURAS.TXT (id, nome e nivel de permissao). Se o
               move ws-cad-unidade(ws-ind-cad)   to fd-est-unidade
               move ws-cad-cal-offset(ws-ind-cad) to fd-est-cal-offset
               move ws-cad-cal-escala(ws-ind-cad) to fd-est-cal-escala
               move ws-cad-lim-salto(ws-ind-cad)    to fd-est-lim-salto
               move ws-cad-dias-travado(ws-ind-cad) to fd-est-dias-travado
               move ws-cad-indice-nac(ws-ind-cad)   to fd-est-indice-nac
               write fd-estacao-cad
           end-perform

           move "N" to ws-estacao-achou
           move "N" to ws-estacao-estourou

      *>       o mestre vem em ordem de chave, agrupado por estacao: a
      *>       estacao da busca anterior e conferida antes de varrer a
      *>       tabela inteira
           if  ws-ind-est-busca >= 1
           and ws-ind-est-busca <= ws-qtd-estacoes then
               if ws-estacao-cod(ws-ind-est-busca) = ws-estacao-busca-cod then
                   move "S" to ws-estacao-achou
               end-if
           end-if

           if ws-qtd-estacoes > 0 and ws-estacao-achou = "N" then
               perform varying ws-ind-est from 1 by 1
                         until ws-ind-est > ws-qtd-estacoes
                         or    ws-estacao-achou = "S"
               end-perform
           end-if

      *>       tabela de estacoes tem 400 posicoes (occurs 1 to 400); a
      *>       401a estacao distinta nao entra na tabela - quem chamou
      *>       decide o que fazer com o registro (inicializa desvia
      *>       para as excecoes, corrige-leitura recusa a inclusao)
           if ws-estacao-achou = "N" then
               if ws-qtd-estacoes >= 400 then
                   move "S" to ws-estacao-estourou
               else
                   add 1 to ws-qtd-estacoes
           exit.

      *>------------------------------------------------------------------------
      *>  Checagem de consistencia das leituras do mes carregado, ao
      *>  lado da checagem de faixa: para cada estacao com limites no
      *>  cadastro, desvia para a quarentena (arquivo de excecoes ja
      *>  aberto para gravacao) a leitura normal que saltou mais que o
      *>  limite da estacao em relacao ao dia anterior e as leituras
      *>  normais que repetem o mesmo valor pelo numero de dias
      *>  seguidos que caracteriza sensor travado. Roda ao fim da
      *>  carga e ao fim da ingestao (gotas e consolidacao horaria),
      *>  quando o mes inteiro ja esta nas tabelas - os dois testes
      *>  dependem dos dias vizinhos. Leitura aceita na revisao ("A")
      *>  nao e desviada de novo, mas serve de vizinha.
      *>------------------------------------------------------------------------
       valida-consistencia-leituras section.

           move 0 to ws-qlt-desviadas

           if ws-tem-cadastro = "S" then
               perform varying ws-ind-est from 1 by 1
                         until ws-ind-est > ws-qtd-estacoes
                   set ws-ind-est-busca to ws-ind-est
                   move ws-estacao-cod(ws-ind-est-busca)
                        to ws-estacao-busca-cod
                   perform localiza-cadastro
                   if ws-cad-achou = "S" then
                       if ws-cad-lim-salto(ws-ind-cad-busca) > 0 then
                           perform valida-salto-estacao
                       end-if
                       if ws-cad-dias-travado(ws-ind-cad-busca) > 1 then
                           perform valida-travamento-estacao
                       end-if
                   end-if
               end-perform
           end-if

           if ws-qlt-desviadas > 0 then
               display ws-qlt-desviadas " leitura(s) com salto brusco ou "
                       "sensor travado desviada(s) para EXCTEMPERATURAS.TXT"
           end-if
           .
       valida-consistencia-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Salto brusco: compara cada leitura normal da estacao em
      *>  ws-ind-est-busca com a leitura valida do dia-calendario
      *>  anterior. Dia sem leitura valida (ou ja desviado) nao serve
      *>  de base, entao o dia seguinte a um pico nao e acusado pela
      *>  volta ao normal.
      *>------------------------------------------------------------------------
       valida-salto-estacao section.

           move "N" to ws-qlt-ant-tem
           perform varying ws-dia from 1 by 1 until ws-dia > 31
               perform localiza-dia
               if  ws-dia-achou = "S"
               and ws-temp-conta-media(ws-ind-est-busca, ws-ind-dia-busca)
               then
                   if  ws-qlt-ant-tem = "S"
                   and ws-temp-valido(ws-ind-est-busca, ws-ind-dia-busca)
                       = "S" then
                       compute ws-qlt-salto =
                               ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                               - ws-qlt-val-ant
                       if ws-qlt-salto < 0 then
                           compute ws-qlt-salto = 0 - ws-qlt-salto
                       end-if
                       if ws-qlt-salto > ws-cad-lim-salto(ws-ind-cad-busca)
                       then
                           move ws-qlt-salto to ws-qlt-salto-ed
                           move spaces to ws-exc-motivo
                           string "salto brusco de " delimited by size
                                  ws-qlt-salto-ed    delimited by size
                                  " graus"           delimited by size
                               into ws-exc-motivo
                           end-string
                           perform desvia-leitura-consistencia
                       end-if
                   end-if

                   if ws-temp-conta-media(ws-ind-est-busca, ws-ind-dia-busca)
                   then
                       move "S" to ws-qlt-ant-tem
                       move ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                            to ws-qlt-val-ant
                   else
                       move "N" to ws-qlt-ant-tem
                   end-if
               else
                   move "N" to ws-qlt-ant-tem
               end-if
           end-perform
           .
       valida-salto-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sensor travado: acompanha a sequencia de dias-calendario
      *>  seguidos com leitura valida de mesmo valor na estacao em
      *>  ws-ind-est-busca. Quando a sequencia chega ao limite do
      *>  cadastro, todas as leituras normais dela sao desviadas; cada
      *>  dia a mais no mesmo valor e desviado ao aparecer. Dia ja em
      *>  quarentena ("N", de uma carga, ingestao ou consolidacao
      *>  horaria anterior) continua a sequencia sem ser desviado de
      *>  novo - senao o dia travado que chega depois recomecaria a
      *>  contagem e entraria na media. Dia ausente, estimado,
      *>  rejeitado ou de outro valor encerra a sequencia.
      *>------------------------------------------------------------------------
       valida-travamento-estacao section.

           move 0 to ws-qlt-seq
           perform varying ws-dia from 1 by 1 until ws-dia > 31
               perform localiza-dia
               if  ws-dia-achou = "S"
               and (ws-temp-conta-media(ws-ind-est-busca, ws-ind-dia-busca)
                    or ws-temp-valido(ws-ind-est-busca, ws-ind-dia-busca) = "N")
               then
                   if  ws-qlt-seq > 0
                   and ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                       = ws-qlt-val-ant then
                       add 1 to ws-qlt-seq
                   else
                       move 1 to ws-qlt-seq
                   end-if
                   move ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                        to ws-qlt-val-ant

                   if ws-qlt-seq >= ws-cad-dias-travado(ws-ind-cad-busca)
                   then
                       move ws-qlt-seq to ws-qlt-seq-ed
                       move spaces to ws-exc-motivo
                       string "sensor travado ha " delimited by size
                              ws-qlt-seq-ed        delimited by size
                              " dias"              delimited by size
                           into ws-exc-motivo
                       end-string

      *>                   a sequencia acabou de chegar ao limite: os
      *>                   dias anteriores dela tambem caem
                       move ws-dia to ws-qlt-dia-atual
                       if ws-qlt-seq = ws-cad-dias-travado(ws-ind-cad-busca)
                       then
                           compute ws-qlt-dia-ini =
                                   ws-qlt-dia-atual - ws-qlt-seq + 1
                       else
                           move ws-qlt-dia-atual to ws-qlt-dia-ini
                       end-if
                       perform varying ws-dia from ws-qlt-dia-ini by 1
                                 until ws-dia > ws-qlt-dia-atual
                           perform localiza-dia
                           if  ws-dia-achou = "S"
                           and ws-temp-valido(ws-ind-est-busca,
                                              ws-ind-dia-busca) = "S" then
                               perform desvia-leitura-consistencia
                           end-if
                       end-perform
                       move ws-qlt-dia-atual to ws-dia
                   end-if
               else
                   move 0 to ws-qlt-seq
               end-if
           end-perform
           .
       valida-travamento-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desvia para a quarentena a leitura do slot ws-ind-dia-busca
      *>  da estacao em ws-ind-est-busca, com o motivo ja posto em
      *>  ws-exc-motivo: o slot sai da media ("N") e a linha vai para
      *>  EXCTEMPERATURAS.TXT, como na checagem de faixa.
      *>------------------------------------------------------------------------
       desvia-leitura-consistencia section.

           move "N" to ws-temp-valido(ws-ind-est-busca, ws-ind-dia-busca)

           move ws-estacao-cod(ws-ind-est-busca)                to ws-exc-estacao
           move ws-temp-ano(ws-ind-est-busca, ws-ind-dia-busca) to ws-exc-ano
           move ws-temp-mes(ws-ind-est-busca, ws-ind-dia-busca) to ws-exc-mes
           move ws-temp-dia(ws-ind-est-busca, ws-ind-dia-busca) to ws-exc-dia
           move ws-temp(ws-ind-est-busca, ws-ind-dia-busca)     to ws-exc-valor
           perform grava-excecao-carga
           add 1 to ws-qlt-desviadas

      *>       na carga a leitura ja tinha somado no acumulado anual
      *>       do seu mes (a ingestao nao soma nele)
           if ws-qlt-estorna-anual = "S" then
               move ws-temp-mes(ws-ind-est-busca, ws-ind-dia-busca)
                    to ws-anual-mes-trab
               if ws-anual-qtd(ws-ind-est-busca, ws-anual-mes-trab) > 0 then
                   subtract 1 from ws-anual-qtd(ws-ind-est-busca,
                                                ws-anual-mes-trab)
                   subtract ws-temp(ws-ind-est-busca, ws-ind-dia-busca)
                       from ws-anual-total(ws-ind-est-busca,
                                           ws-anual-mes-trab)
               end-if
           end-if
           .
       desvia-leitura-consistencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula a quantidade de dias prevista para o mes/ano do lote
      *>  lido (considera ano bissexto em fevereiro) e avisa quando
      *>  alguma estacao carregou mais leituras do que cabem nesse mes
      *>  (sinal de registro duplicado ou arquivo malformado); quem
      *>  dimensiona cada tabela de estacao e a quantidade de leituras
      *>  que ela realmente tiver, esta conferencia nao altera isso.
      *>------------------------------------------------------------------------
       calc-dias-mes section.

           set ws-ind-mes to ws-mes-ref
           move ws-dias-mes-tab(ws-ind-mes) to ws-qtd-dias-mes

           if ws-mes-ref = 02 then
               divide ws-ano-ref by 4   giving ws-div-tmp remainder ws-resto-4
               divide ws-ano-ref by 100 giving ws-div-tmp remainder ws-resto-100
               divide ws-ano-ref by 400 giving ws-div-tmp remainder ws-resto-400
               if  ws-resto-4 = 0
               and (ws-resto-100 <> 0 or ws-resto-400 = 0) then
                   move 29 to ws-qtd-dias-mes
               end-if
           end-if

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-estacoes
               if ws-estacao-qtd-dias(ws-ind-est) > ws-qtd-dias-mes then
                   display "Aviso: estacao " ws-estacao-cod(ws-ind-est)
                           " carregou " ws-estacao-qtd-dias(ws-ind-est)
                           " leitura(s) para um mes de " ws-qtd-dias-mes
                           " dia(s) - verifique registros duplicados"
               end-if
           end-perform
           .
       calc-dias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de completude: logo apos a carga, confronta os dias
      *>  carregados de cada estacao com o calendario completo do mes
      *>  (1..ws-qtd-dias-mes) e grava em FALTTEMPERATURAS.TXT, por
      *>  estacao, os dias ausentes, o percentual de cobertura e a
      *>  situacao PASS/FAIL, para cobrar as equipes de campo antes do
      *>  fechamento do mes.
      *>------------------------------------------------------------------------
       emite-relatorio-completude section.

           open output arqCompletude.
           if ws-fs-arqCompletude <> 0 then
               move 31                                      to ws-msn-erro-ofsset
               move ws-fs-arqCompletude                     to ws-msn-erro-cod
               move "Erro ao abrir arq. FALTTEMPERATURAS "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-mes-ref to ws-cmp-cab-mes

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-estacoes
               set ws-ind-est-busca to ws-ind-est
               move ws-estacao-cod(ws-ind-est) to ws-cmp-estacao-cod
               perform limpa-completude-estacao

               perform varying ws-dia from 1 by 1
                         until ws-dia > ws-qtd-dias-mes
                   perform localiza-dia
                   or (ws-dia-achou = "S"
                       and ws-temp-estimado(ws-ind-est-busca,
                                            ws-ind-dia-busca)) then
                       perform classifica-dia-ausente
                   end-if
               end-perform

               perform grava-completude-estacao
           end-perform

      *>       estacao cadastrada e ativa que nao entregou leitura
      *>       nenhuma no mes - a pior falha de completude - tambem
      *>       aparece, com cobertura zero e todos os dias ausentes
      *>       (menos os cobertos por manutencao programada)
           if ws-tem-cadastro = "S" then
               perform varying ws-ind-cad from 1 by 1
                         until ws-ind-cad > ws-qtd-cadastro
                       end-if

                       if ws-estacao-achou = "N" then
                           move ws-cad-codigo(ws-ind-cad) to ws-cmp-estacao-cod
                           perform limpa-completude-estacao
                           perform varying ws-dia from 1 by 1
                                     until ws-dia > ws-qtd-dias-mes
                               perform classifica-dia-ausente
                           end-perform
                           perform grava-completude-estacao
                       end-if
                   end-if
               end-perform
       emite-relatorio-completude-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Zera os contadores e as listas de dias da estacao corrente
      *>  da completude.
      *>------------------------------------------------------------------------
       limpa-completude-estacao section.

           move 0 to ws-cmp-faltantes
           move 0 to ws-cmp-justificados
           move 0 to ws-cmp-ind-item
           move 0 to ws-cmp-ind-jus
           perform varying ws-cmp-ind-item from 1 by 1
                     until ws-cmp-ind-item > 31
               move spaces to ws-cmp-dia-item(ws-cmp-ind-item)
               move spaces to ws-cmp-jus-item(ws-cmp-ind-item)
           end-perform
           move 0 to ws-cmp-ind-item
           .
       limpa-completude-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia ws-dia sem leitura lida da estacao ws-cmp-estacao-cod:
      *>  dentro de uma janela de manutencao programada e justificado
      *>  (EXCUSED), fora dela e falta cobrada da equipe de campo.
      *>------------------------------------------------------------------------
       classifica-dia-ausente section.

           move ws-cmp-estacao-cod to ws-mnt-busca-estacao
           compute ws-mnt-busca-data = ws-ano-ref * 10000
                                     + ws-mes-ref * 100
                                     + ws-dia
           perform testa-manutencao

           move ws-dia to ws-cmp-dia-txt-num
           if ws-mnt-achou = "S" then
               add 1 to ws-cmp-justificados
               add 1 to ws-cmp-ind-jus
               move ws-cmp-dia-txt to ws-cmp-jus-item(ws-cmp-ind-jus)
           else
               add 1 to ws-cmp-faltantes
               add 1 to ws-cmp-ind-item
               move ws-cmp-dia-txt to ws-cmp-dia-item(ws-cmp-ind-item)
           end-if
           .
       classifica-dia-ausente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha-resumo da completude da estacao corrente, a
      *>  lista dos dias ausentes, a dos dias justificados e as
      *>  janelas de manutencao que tocam o mes. A cobertura e medida
      *>  so sobre os dias cobrados (fora de manutencao); estacao com
      *>  o mes inteiro em manutencao nao tem o que cobrar e sai como
      *>  EXCUSED em vez de PASS/FAIL.
      *>------------------------------------------------------------------------
       grava-completude-estacao section.

           move ws-cmp-estacao-cod  to ws-cmp-estacao
           move ws-cmp-faltantes    to ws-cmp-qtd-faltas
           move ws-cmp-justificados to ws-cmp-qtd-justif

           if ws-cmp-justificados >= ws-qtd-dias-mes then
               move 100       to ws-cmp-cobertura
               move "EXCUSED" to ws-cmp-status
           else
               compute ws-cmp-cobertura-calc rounded =
                       (ws-qtd-dias-mes - ws-cmp-justificados
                        - ws-cmp-faltantes) * 100
                       / (ws-qtd-dias-mes - ws-cmp-justificados)
               move ws-cmp-cobertura-calc to ws-cmp-cobertura
               if ws-cmp-faltantes = 0 then
                   move "PASS" to ws-cmp-status
               else
                   move "FAIL" to ws-cmp-status
               end-if
           end-if

           move spaces to fd-linha-completude
           move ws-linha-completude to fd-linha-completude
           write fd-linha-completude

           if ws-cmp-faltantes > 0 then
               move spaces to fd-linha-completude
               move ws-linha-dias-ausentes to fd-linha-completude
               write fd-linha-completude
           end-if

           if ws-cmp-justificados > 0 then
               move spaces to fd-linha-completude
               move ws-linha-dias-justificados to fd-linha-completude
               write fd-linha-completude

               compute ws-mnt-mes-ini = ws-ano-ref * 10000
                                      + ws-mes-ref * 100 + 1
               compute ws-mnt-mes-fim = ws-ano-ref * 10000
                                      + ws-mes-ref * 100 + ws-qtd-dias-mes
               perform varying ws-ind-mnt from 1 by 1
                         until ws-ind-mnt > ws-qtd-manutencao
                   if  ws-mnt-estacao(ws-ind-mnt)  = ws-cmp-estacao-cod
                   and ws-mnt-data-ini(ws-ind-mnt) <= ws-mnt-mes-fim
                   and ws-mnt-data-fim(ws-ind-mnt) >= ws-mnt-mes-ini then
                       move ws-mnt-motivo(ws-ind-mnt)   to ws-cmp-jan-motivo
                       move ws-mnt-data-ini(ws-ind-mnt) to ws-cmp-jan-ini
                       move ws-mnt-data-fim(ws-ind-mnt) to ws-cmp-jan-fim
                       move spaces to fd-linha-completude
                       move ws-linha-cmp-janela to fd-linha-completude
                       write fd-linha-completude
                   end-if
               end-perform
           end-if
           .
       grava-completude-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------

      *>   a ingestao dos arquivos de gota dos sensores roda antes de
      *>   qualquer calculo, para que os registros aceitos ja entrem na
      *>   media do mes como se tivessem vindo na carga. A varredura e
      *>   exclusiva: com outra sessao aberta ela fica para depois e
      *>   os arquivos de gota esperam a proxima sessao sozinha
           move "X"        to ws-ses-pedido-tipo
           move "INGESTAO" to ws-ses-pedido-funcao
           move "N"        to ws-ses-oferece
           perform adquire-trava
           if ws-ses-ok = "S" then
               perform processa-ingestao
               perform libera-trava
           else
               display "Varredura de ingestao adiada: os arquivos de gota "
                       "ficam para a proxima sessao sem outras abertas"
           end-if

      *>   chamando rotina de calculo da média de temp. de cada estacao
           perform calc-media-temp
                   display "X - Exportar leituras aceitas p/ intercambio"
                   display "I - Importar intercambio de outra unidade"
                   display "E - Estimar dias ausentes do mes (interpolacao)"
                   display "N - Relatorio de anomalias contra as normais"
                   display "M - Mensagem climatologica mensal p/ servico nacional"
                   display "Q - Placar de qualidade das estacoes"
                   display "Opcao: "
                   accept ws-opcao

                           perform emite-relatorio-historico
                       when "F"
                       when "f"
                           perform executa-fechamento-exclusivo
                       when "X"
                       when "x"
                           perform exporta-intercambio
                       when "E"
                       when "e"
                           perform estima-dias-ausentes
                       when "N"
                       when "n"
                           perform emite-relatorio-anomalias
                       when "M"
                       when "m"
                           perform emite-mensagem-nacional
                       when "Q"
                       when "q"
                           perform emite-placar-qualidade-menu
                       when other
                           display "Opcao invalida"
                   end-evaluate

      *>    a media gravada no historico deve refletir o estado final
      *>    do mes, inclusive qualquer correcao feita durante a sessao
           perform grava-historico-sessao
           close arqAuditoria
           if ws-fs-arqAuditoria <> 0 then
               move 18                                      to ws-msn-erro-ofsset
           end-if

           if ws-estacao-achou = "N" and ws-corrige-ok = "S" then
               if ws-qtd-estacoes >= 400 then
                   display "Tabela de estacoes cheia (max. 400); nao foi "
                           "possivel incluir '" ws-estacao-consulta "'"
                   move "N" to ws-corrige-ok
               else
               display "D - Desativar estacao"
               display "F - Alterar faixa valida de uma estacao"
               display "C - Alterar unidade/calibracao de uma estacao"
               display "S - Alterar limites de salto/sensor travado"
               display "N - Alterar indice nacional de uma estacao"
               display "R - Revalidar leituras contra a faixa atual"
               display "V - Voltar ao menu principal"
               display "Opcao: "
                   when "C"
                   when "c"
                       perform altera-calibracao-cadastro
                   when "S"
                   when "s"
                       perform altera-limites-cadastro
                   when "N"
                   when "n"
                       perform altera-indice-cadastro
                   when "R"
                   when "r"
                       perform revalida-estacao
                           ws-cad-temp-min(ws-ind-cad) " a "
                           ws-cad-temp-max(ws-ind-cad) " ativa: "
                           ws-cad-ativa(ws-ind-cad) " unid: "
                           ws-cad-unidade(ws-ind-cad) " salto: "
                           ws-cad-lim-salto(ws-ind-cad) " travado: "
                           ws-cad-dias-travado(ws-ind-cad) " indice: "
                           ws-cad-indice-nac(ws-ind-cad)
               end-perform
           end-if
           .
      *>------------------------------------------------------------------------
       inclui-estacao-cadastro section.

           if ws-qtd-cadastro >= 500 then
               display "Cadastro de estacoes cheio (max. 500)"
           else
               display "Codigo da estacao (5 posicoes): "
               accept ws-cad-cod-digitado
                   move "C"                   to ws-cad-unidade(ws-qtd-cadastro)
                   move 0                     to ws-cad-cal-offset(ws-qtd-cadastro)
                   move 1                     to ws-cad-cal-escala(ws-qtd-cadastro)
      *>               checagens de salto e de sensor travado ficam
      *>               desligadas ate a opcao propria do menu definir
      *>               os limites da estacao
                   move 0                     to ws-cad-lim-salto(ws-qtd-cadastro)
                   move 0                     to ws-cad-dias-travado(ws-qtd-cadastro)
      *>               sem indice nacional ate a opcao propria do menu
      *>               informar o numero atribuido pelo servico
                   move 0                     to ws-cad-indice-nac(ws-qtd-cadastro)

                   if ws-cad-temp-min(ws-qtd-cadastro)
                      > ws-cad-temp-max(ws-qtd-cadastro) then
       altera-calibracao-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Altera os limites de consistencia de uma estacao ja
      *>  cadastrada - maior salto aceito entre dois dias seguidos e
      *>  quantos dias seguidos com o mesmo valor caracterizam sensor
      *>  travado (zero desliga a checagem) - e regrava ESTACOES.TXT.
      *>  Os limites valem a partir da proxima carga/ingestao.
      *>------------------------------------------------------------------------
       altera-limites-cadastro section.

           display "Codigo da estacao: "
           accept ws-cad-cod-digitado

           move ws-cad-cod-digitado to ws-estacao-busca-cod
           perform localiza-cadastro
           if ws-cad-achou = "N" then
               display "Estacao '" ws-cad-cod-digitado "' nao cadastrada"
           else
               display "Salto maximo atual: " ws-cad-lim-salto(ws-ind-cad-busca)
                       "  dias p/ sensor travado: "
                       ws-cad-dias-travado(ws-ind-cad-busca)
               display "Maior salto aceito entre dias seguidos "
                       "(ex.: 12,00; 0 desliga): "
               move spaces to ws-cad-salto-digitado
               accept ws-cad-salto-digitado
               display "Dias seguidos com o mesmo valor p/ sensor "
                       "travado (0 desliga): "
               move spaces to ws-cad-travado-digitado
               accept ws-cad-travado-digitado

               if ws-cad-salto-digitado = spaces then
                   move 0 to ws-cad-lim-salto(ws-ind-cad-busca)
               else
                   compute ws-cad-lim-salto(ws-ind-cad-busca) =
                           function numval(ws-cad-salto-digitado)
               end-if
               if ws-cad-travado-digitado = spaces then
                   move 0 to ws-cad-dias-travado(ws-ind-cad-busca)
               else
                   compute ws-cad-dias-travado(ws-ind-cad-busca) =
                           function numval(ws-cad-travado-digitado)
               end-if

      *>           um unico dia "repetido" e qualquer leitura; o
      *>           travamento so se caracteriza a partir de 2 dias
               if ws-cad-dias-travado(ws-ind-cad-busca) = 1 then
                   display "Minimo de 2 dias para sensor travado; "
                           "checagem desligada"
                   move 0 to ws-cad-dias-travado(ws-ind-cad-busca)
               end-if

               perform grava-cadastro
               display "Limites de consistencia da estacao '"
                       ws-cad-cod-digitado "' alterados"
           end-if
           .
       altera-limites-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Altera o indice nacional de uma estacao ja cadastrada (o
      *>  numero atribuido pelo servico meteorologico nacional; zero
      *>  tira a estacao da mensagem mensal) e regrava ESTACOES.TXT.
      *>------------------------------------------------------------------------
       altera-indice-cadastro section.

           display "Codigo da estacao: "
           accept ws-cad-cod-digitado

           move ws-cad-cod-digitado to ws-estacao-busca-cod
           perform localiza-cadastro
           if ws-cad-achou = "N" then
               display "Estacao '" ws-cad-cod-digitado "' nao cadastrada"
           else
               display "Indice nacional atual: "
                       ws-cad-indice-nac(ws-ind-cad-busca)
               display "Novo indice nacional (5 digitos; 0 retira da "
                       "mensagem mensal): "
               move spaces to ws-cad-indice-digitado
               accept ws-cad-indice-digitado

               if ws-cad-indice-digitado = spaces then
                   move 0 to ws-cad-indice-nac(ws-ind-cad-busca)
               else
                   compute ws-cad-indice-nac(ws-ind-cad-busca) =
                           function numval(ws-cad-indice-digitado)
               end-if

               perform grava-cadastro
               display "Indice nacional da estacao '"
                       ws-cad-cod-digitado "' alterado"
           end-if
           .
       altera-indice-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Revalidacao retroativa: depois que a faixa valida de uma
      *>  estacao e apertada, varre TODOS os registros dela no mestre
      *>       quando o arquivo nao coube inteiro na tabela, regravar o
      *>       arquivo a partir dela perderia a parte de fora
           if ws-exc-pend-todas = "N" then
               display "Mais de 999 excecoes acumuladas; reduza o arquivo "
                       "EXCTEMPERATURAS.TXT antes de revisar"
           else
               move 0 to ws-qtd-exc-rev-pend
               continue
           else
           if ws-estacao-estourou = "S" then
               display "Tabela de estacoes cheia (max. 400); excecao "
                       "mantida pendente"
               move "N" to ws-exc-rev-ok
           else
           move ws-linha-rede-cabec to fd-linha-rede
           write fd-linha-rede

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-estacoes
               move 0 to ws-rede-flag-qtd(ws-ind-est)
           end-perform

      *>       primeira passada: media da rede em cada dia do mes
           perform apura-media-rede

      *>       segunda passada: a grade sai em blocos de 10 estacoes
      *>       (largura da linha), cada bloco com o seu cabecalho de
      *>       colunas; sinaliza quem fugiu da media da rede alem do
      *>       limite ("M" = manutencao programada no dia)
           perform varying ws-rede-bloco-ini from 1 by 10
                     until ws-rede-bloco-ini > ws-qtd-estacoes

               perform varying ws-rede-col-ind from 1 by 1 until ws-rede-col-ind > 10
                   compute ws-rede-est-col = ws-rede-bloco-ini + ws-rede-col-ind - 1
                   if ws-rede-est-col > ws-qtd-estacoes then
                       move spaces to ws-rede-cab-col(ws-rede-col-ind)
                   else
                       move ws-estacao-cod(ws-rede-est-col)
                            to ws-rede-cab-col(ws-rede-col-ind)
                   end-if
               end-perform
               move spaces to fd-linha-rede
               write fd-linha-rede
               move ws-linha-rede-colunas to fd-linha-rede
               write fd-linha-rede

               perform varying ws-dia from 1 by 1 until ws-dia > ws-qtd-dias-mes
                   move ws-dia to ws-rede-dia-col
                   move ws-rede-md-media(ws-dia) to ws-rede-media
                   if ws-rede-md-qtd(ws-dia) > 0 then
                       move ws-rede-media to ws-rede-cel-val
                       move space         to ws-rede-cel-flag
                       move ws-rede-celula to ws-rede-media-col
                   else
                       move "  --    " to ws-rede-media-col
                   end-if

                   perform varying ws-rede-col-ind from 1 by 1
                             until ws-rede-col-ind > 10
                       compute ws-rede-est-col =
                               ws-rede-bloco-ini + ws-rede-col-ind - 1
                       if ws-rede-est-col > ws-qtd-estacoes then
                           move spaces to ws-rede-col(ws-rede-col-ind)
                       else
                           set ws-ind-est-busca to ws-rede-est-col
                           perform testa-manutencao-dia
                           perform localiza-dia
                           if ws-mnt-achou = "S" then
                               move "  MNT   " to ws-rede-col(ws-rede-col-ind)
                           else
                               if  ws-dia-achou = "S"
                               and ws-temp-conta-media(ws-rede-est-col,
                                                       ws-ind-dia-busca) then
                                   move ws-temp(ws-rede-est-col, ws-ind-dia-busca)
                                        to ws-rede-dv-val(ws-rede-est-col)
                                   move ws-rede-dv-val(ws-rede-est-col)
                                        to ws-rede-cel-val
                                   move space to ws-rede-cel-flag
                                   if ws-rede-md-qtd(ws-dia) >= 2 then
                                       compute ws-rede-desvio =
                                               ws-rede-dv-val(ws-rede-est-col)
                                               - ws-rede-media
                                       if ws-rede-desvio < 0 then
                                           compute ws-rede-desvio =
                                                   0 - ws-rede-desvio
                                       end-if
                                       if ws-rede-desvio > ws-cfg-limite-rede then
                                           move "*" to ws-rede-cel-flag
                                           add 1 to ws-rede-flag-qtd(ws-rede-est-col)
                                       end-if
                                   end-if
                                   move ws-rede-celula to ws-rede-col(ws-rede-col-ind)
                               else
                                   move "  --    " to ws-rede-col(ws-rede-col-ind)
                               end-if
                           end-if
                       end-if
                   end-perform

                   move spaces to fd-linha-rede
                   move ws-linha-rede to fd-linha-rede
                   write fd-linha-rede
               end-perform
           end-perform

           move spaces to fd-linha-rede
           exit.

      *>------------------------------------------------------------------------
      *>  Media da rede em cada dia do mes sobre todas as estacoes
      *>  carregadas; estacao em manutencao programada no dia fica
      *>  fora da media. Comum ao relatorio de consistencia da rede e
      *>  ao placar de qualidade.
      *>------------------------------------------------------------------------
       apura-media-rede section.

           perform varying ws-dia from 1 by 1 until ws-dia > ws-qtd-dias-mes
               move 0 to ws-rede-soma
               move 0 to ws-rede-qtd
               perform varying ws-ind-est from 1 by 1
                         until ws-ind-est > ws-qtd-estacoes
                   set ws-ind-est-busca to ws-ind-est
                   perform testa-manutencao-dia
                   if ws-mnt-achou <> "S" then
                       perform localiza-dia
                       if  ws-dia-achou = "S"
                       and ws-temp-conta-media(ws-ind-est, ws-ind-dia-busca) then
                           add ws-temp(ws-ind-est, ws-ind-dia-busca) to ws-rede-soma
                           add 1 to ws-rede-qtd
                       end-if
                   end-if
               end-perform
               move ws-rede-qtd to ws-rede-md-qtd(ws-dia)
               if ws-rede-qtd > 0 then
                   compute ws-rede-md-media(ws-dia) = ws-rede-soma / ws-rede-qtd
               else
                   move 0 to ws-rede-md-media(ws-dia)
               end-if
           end-perform
           .
       apura-media-rede-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de climatologia por estacao: graus-dia de
      *>  aquecimento e refrigeracao contra a base configurada,
      *>  contagem de dias de geada (abaixo do limiar de frio) e de
      *>  calor (acima do limiar de calor), as maiores sequencias
      *>  consecutivas alem desses limiares e a media movel dos
      *>  ultimos 7 dias, dia a dia. So as leituras validas entram;
                               to ws-cli-soma-janela
                           add 1 to ws-cli-qtd-janela
                       end-if
                   end-perform
                   if ws-cli-qtd-janela > 0 then
                       compute ws-cli-media-janela =
                               ws-cli-soma-janela / ws-cli-qtd-janela
                       move ws-cli-media-janela to ws-cli-cel-val
                       move ws-cli-celula to ws-cli-media7-col
                   else
                       move "  --    " to ws-cli-media7-col
                   end-if

                   move spaces to fd-linha-clima
                   move ws-linha-cli-dia to fd-linha-clima
                   write fd-linha-clima
               end-perform

               move "Graus-dia aquecimento " to ws-cli-graus-rotulo
               move ws-cfg-gd-base           to ws-cli-graus-base
               move ws-cli-gd-aquecimento    to ws-cli-graus-total
               move spaces to fd-linha-clima
               move ws-linha-cli-graus to fd-linha-clima
               write fd-linha-clima

               move "Graus-dia refrigeracao" to ws-cli-graus-rotulo
               move ws-cli-gd-refrigeracao   to ws-cli-graus-total
               move spaces to fd-linha-clima
               move ws-linha-cli-graus to fd-linha-clima
               write fd-linha-clima

               move "Dias de geada (abaixo de " to ws-cli-limiar-rotulo
               move ws-cfg-limiar-frio          to ws-cli-limiar-valor
               move ws-cli-dias-geada           to ws-cli-limiar-qtd
               move spaces to fd-linha-clima
               move ws-linha-cli-limiar to fd-linha-clima
               write fd-linha-clima

               move "Dias de calor (acima de  " to ws-cli-limiar-rotulo
               move ws-cfg-limiar-calor         to ws-cli-limiar-valor
               move ws-cli-dias-calor           to ws-cli-limiar-qtd
               move spaces to fd-linha-clima
               move ws-linha-cli-limiar to fd-linha-clima
               write fd-linha-clima

               move "Maior sequencia acima do limiar de calor: "
                    to ws-cli-seq-rotulo
               move ws-cli-seq-calor-max to ws-cli-seq-qtd
               move spaces to fd-linha-clima
               move ws-linha-cli-seq to fd-linha-clima
               write fd-linha-clima

               move "Maior sequencia abaixo do limiar de geada:"
                    to ws-cli-seq-rotulo
               move ws-cli-seq-geada-max to ws-cli-seq-qtd
               move spaces to fd-linha-clima
               move ws-linha-cli-seq to fd-linha-clima
               write fd-linha-clima

               move spaces to fd-linha-clima
               write fd-linha-clima
           end-perform

           close arqClima.
           if ws-fs-arqClima <> 0 then
               move 57                                      to ws-msn-erro-ofsset
               move ws-fs-arqClima                           to ws-msn-erro-cod
               move "Erro ao fechar arq. CLITEMPERATURAS  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Relatorio CLITEMPERATURAS.TXT gerado com sucesso."
           .
       emite-relatorio-clima-corpo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de anomalias do mes de referencia contra as normais
      *>  climatologicas (NORMTEMPERATURAS.DAT, gerado pelo
      *>  normaisTemperaturas): a media do mes de cada estacao contra a
      *>  normal do mesmo mes do calendario, classificada em graus e em
      *>  desvios padrao, com o recorde quente/frio daquele mes e o
      *>  aviso das normais apoiadas em menos anos que o minimo da
      *>  configuracao.
      *>------------------------------------------------------------------------
       emite-relatorio-anomalias section.

           if ws-qtd-estacoes = 0 then
               display "Nenhuma estacao carregada; relatorio de "
                       "anomalias nao gerado"
           else
               open input arqNormais
               if ws-fs-arqNormais = 35 then
                   display "Normais NORMTEMPERATURAS.DAT ainda nao geradas "
                           "(rodar normaisTemperaturas); relatorio de "
                           "anomalias nao gerado"
               else
                   if ws-fs-arqNormais <> 0 then
                       move 129                                     to ws-msn-erro-ofsset
                       move ws-fs-arqNormais                        to ws-msn-erro-cod
                       move "Erro ao abrir arq. NORMTEMPERATURAS  "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform emite-relatorio-anomalias-corpo

                   close arqNormais
                   if ws-fs-arqNormais <> 0 then
                       move 130                                     to ws-msn-erro-ofsset
                       move ws-fs-arqNormais                        to ws-msn-erro-cod
                       move "Erro ao fechar arq. NORMTEMPERATURAS "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       emite-relatorio-anomalias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corpo do relatorio de anomalias (estacoes carregadas e normais
      *>  abertas garantidas pelo chamador).
      *>------------------------------------------------------------------------
       emite-relatorio-anomalias-corpo section.

           perform apura-anomalias
           perform ordena-anomalias

           open output arqAnomalias.
           if ws-fs-arqAnomalias <> 0 then
               move 131                                     to ws-msn-erro-ofsset
               move ws-fs-arqAnomalias                      to ws-msn-erro-cod
               move "Erro ao abrir arq. ANOMTEMPERATURAS  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-mes-ref             to ws-anm-cab-mes
           move ws-ano-ref             to ws-anm-cab-ano
           move ws-cfg-min-anos-normal to ws-anm-cab-min
           move spaces to fd-linha-anomalia
           move ws-linha-anm-cabec to fd-linha-anomalia
           write fd-linha-anomalia

      *>       primeira classificacao: anomalia em graus, da estacao
      *>       mais quente em relacao a sua normal para a mais fria
           move spaces to fd-linha-anomalia
           write fd-linha-anomalia
           move "CLASSIFICACAO POR ANOMALIA EM GRAUS (mais quente no topo)"
                to fd-linha-anomalia
           write fd-linha-anomalia
           move ws-linha-anm-titulos to fd-linha-anomalia
           write fd-linha-anomalia
           perform varying ws-anm-pos from 1 by 1
                     until ws-anm-pos > ws-anm-qtd-graus
               move ws-anm-ord-graus(ws-anm-pos) to ws-anm-ind
               perform grava-linha-anomalia
           end-perform
           if ws-anm-qtd-graus = 0 then
               move "    nenhuma estacao com media e normal para o mes"
                    to fd-linha-anomalia
               write fd-linha-anomalia
           end-if

      *>       segunda classificacao: a mesma anomalia medida em
      *>       desvios padrao da normal, que poe lado a lado estacoes
      *>       de clima estavel e de clima variavel
           move spaces to fd-linha-anomalia
           write fd-linha-anomalia
           move "CLASSIFICACAO POR ANOMALIA EM DESVIOS PADRAO (mais quente no topo)"
                to fd-linha-anomalia
           write fd-linha-anomalia
           move ws-linha-anm-titulos to fd-linha-anomalia
           write fd-linha-anomalia
           perform varying ws-anm-pos from 1 by 1
                     until ws-anm-pos > ws-anm-qtd-sigma
               move ws-anm-ord-sigma(ws-anm-pos) to ws-anm-ind
               perform grava-linha-anomalia
           end-perform
           if ws-anm-qtd-sigma = 0 then
               move "    nenhuma estacao com desvio padrao na normal do mes"
                    to fd-linha-anomalia
               write fd-linha-anomalia
           end-if

      *>       quem ficou de fora de alguma das classificacoes, e por que
           move spaces to fd-linha-anomalia
           write fd-linha-anomalia
           move "ESTACOES FORA DA CLASSIFICACAO" to fd-linha-anomalia
           write fd-linha-anomalia
           perform varying ws-anm-ind from 1 by 1
                     until ws-anm-ind > ws-qtd-estacoes
               move spaces to ws-anm-fora-motivo
               if ws-anm-situacao(ws-anm-ind) = "M" then
                   move "sem media valida no mes" to ws-anm-fora-motivo
               else
                   if ws-anm-situacao(ws-anm-ind) = "N" then
                       move "sem normal para o mes (rodar normaisTemperaturas)"
                            to ws-anm-fora-motivo
                   else
                       if ws-anm-tem-sigma(ws-anm-ind) = "N" then
                           move "normal sem desvio padrao - so na classificacao em graus"
                                to ws-anm-fora-motivo
                       end-if
                   end-if
               end-if
               if ws-anm-fora-motivo not = spaces then
                   move ws-anm-estacao(ws-anm-ind) to ws-anm-fora-est
                   move spaces to fd-linha-anomalia
                   move ws-linha-anm-fora to fd-linha-anomalia
                   write fd-linha-anomalia
               end-if
           end-perform

           move spaces to fd-linha-anomalia
           write fd-linha-anomalia
           if ws-anm-qtd-graus > 0 then
               compute ws-anm-media-rede = ws-anm-soma / ws-anm-qtd-graus
               move ws-anm-media-rede to ws-anm-rede-col
               move ws-anm-qtd-graus  to ws-anm-rede-qtd
               move spaces to fd-linha-anomalia
               move ws-linha-anm-rede to fd-linha-anomalia
               write fd-linha-anomalia
           end-if
           if ws-anm-qtd-poucos > 0 then
               move "POUCOS ANOS: normal com menos anos que o minimo - anomalia a ler com cautela"
                    to fd-linha-anomalia
               write fd-linha-anomalia
           end-if

           close arqAnomalias.
           if ws-fs-arqAnomalias <> 0 then
               move 132                                     to ws-msn-erro-ofsset
               move ws-fs-arqAnomalias                      to ws-msn-erro-cod
               move "Erro ao fechar arq. ANOMTEMPERATURAS "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Relatorio ANOMTEMPERATURAS.TXT gerado com sucesso."
           .
       emite-relatorio-anomalias-corpo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a tabela de anomalias: para cada estacao carregada, a
      *>  media do mes de referencia, a normal do mesmo mes do
      *>  calendario, a anomalia em graus e em desvios padrao e o
      *>  recorde. O recorde e julgado contra o melhor mes de OUTRO
      *>  ano - o proprio mes de referencia ja pode estar nas normais,
      *>  se elas foram geradas depois de o mes ir para o historico.
      *>------------------------------------------------------------------------
       apura-anomalias section.

           move 0 to ws-anm-soma
           move 0 to ws-anm-qtd-poucos

           perform varying ws-anm-ind from 1 by 1
                     until ws-anm-ind > ws-qtd-estacoes
               initialize ws-anm(ws-anm-ind)
               move ws-estacao-cod(ws-anm-ind) to ws-anm-estacao(ws-anm-ind)
               move "N" to ws-anm-tem-sigma(ws-anm-ind)

               move ws-estacao-cod(ws-anm-ind) to fd-nor-estacao
               move ws-mes-ref                 to fd-nor-mes
               read arqNormais
               evaluate ws-fs-arqNormais
                   when 0
                       if fd-nor-qtd-anos > 0 then
                           move "S" to ws-anm-situacao(ws-anm-ind)
                       else
                           move "N" to ws-anm-situacao(ws-anm-ind)
                       end-if
                   when 23
                       move "N" to ws-anm-situacao(ws-anm-ind)
                   when other
                       move 133                                 to ws-msn-erro-ofsset
                       move ws-fs-arqNormais                    to ws-msn-erro-cod
                       move "Erro ao ler arq. NORMTEMPERATURAS   "  to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
               if ws-estacao-qtd-validos(ws-anm-ind) = 0 then
                   move "M" to ws-anm-situacao(ws-anm-ind)
               end-if

               if ws-anm-situacao(ws-anm-ind) = "S" then
                   move ws-estacao-media(ws-anm-ind) to ws-anm-media(ws-anm-ind)
                   move fd-nor-media                 to ws-anm-normal(ws-anm-ind)
                   move fd-nor-desvio                to ws-anm-desvio(ws-anm-ind)
                   move fd-nor-qtd-anos              to ws-anm-qtd-anos(ws-anm-ind)
                   compute ws-anm-anomalia(ws-anm-ind) =
                           ws-anm-media(ws-anm-ind) - ws-anm-normal(ws-anm-ind)
                   add ws-anm-anomalia(ws-anm-ind) to ws-anm-soma
                   if ws-anm-desvio(ws-anm-ind) > 0 then
                       move "S" to ws-anm-tem-sigma(ws-anm-ind)
                       compute ws-anm-sigma(ws-anm-ind) rounded =
                               ws-anm-anomalia(ws-anm-ind)
                               / ws-anm-desvio(ws-anm-ind)
                   end-if
                   if ws-anm-qtd-anos(ws-anm-ind) < ws-cfg-min-anos-normal then
                       add 1 to ws-anm-qtd-poucos
                   end-if

      *>               recorde quente: o mais quente dos outros anos
                   move "N" to ws-anm-ref-achou
                   perform varying ws-anm-ind-aux from 1 by 1
                             until ws-anm-ind-aux > 2
                             or    ws-anm-ref-achou = "S"
                       if  fd-nor-quente-ano(ws-anm-ind-aux) > 0
                       and fd-nor-quente-ano(ws-anm-ind-aux) not = ws-ano-ref
                       then
                           move "S" to ws-anm-ref-achou
                           move fd-nor-quente-media(ws-anm-ind-aux)
                                to ws-anm-ref-valor
                       end-if
                   end-perform
                   if  ws-anm-ref-achou = "S"
                   and ws-anm-media(ws-anm-ind) > ws-anm-ref-valor then
                       move "RECORDE QUENTE" to ws-anm-recorde(ws-anm-ind)
                   end-if

      *>               recorde frio: o mais frio dos outros anos
                   move "N" to ws-anm-ref-achou
                   perform varying ws-anm-ind-aux from 1 by 1
                             until ws-anm-ind-aux > 2
                             or    ws-anm-ref-achou = "S"
                       if  fd-nor-frio-ano(ws-anm-ind-aux) > 0
                       and fd-nor-frio-ano(ws-anm-ind-aux) not = ws-ano-ref
                       then
                           move "S" to ws-anm-ref-achou
                           move fd-nor-frio-media(ws-anm-ind-aux)
                                to ws-anm-ref-valor
                       end-if
                   end-perform
                   if  ws-anm-ref-achou = "S"
                   and ws-anm-media(ws-anm-ind) < ws-anm-ref-valor then
                       move "RECORDE FRIO" to ws-anm-recorde(ws-anm-ind)
                   end-if
               end-if
           end-perform
           .
       apura-anomalias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta as duas ordens de classificacao (posicoes da tabela de
      *>  anomalias) e as ordena por troca, da anomalia mais quente
      *>  para a mais fria: em graus, todas as estacoes com media e
      *>  normal; em desvios padrao, so as que tem desvio na normal.
      *>------------------------------------------------------------------------
       ordena-anomalias section.

           move 0 to ws-anm-qtd-graus
           move 0 to ws-anm-qtd-sigma
           perform varying ws-anm-ind from 1 by 1
                     until ws-anm-ind > ws-qtd-estacoes
               if ws-anm-situacao(ws-anm-ind) = "S" then
                   add 1 to ws-anm-qtd-graus
                   move ws-anm-ind to ws-anm-ord-graus(ws-anm-qtd-graus)
                   if ws-anm-tem-sigma(ws-anm-ind) = "S" then
                       add 1 to ws-anm-qtd-sigma
                       move ws-anm-ind to ws-anm-ord-sigma(ws-anm-qtd-sigma)
                   end-if
               end-if
           end-perform

           move "S" to ws-anm-trocou
           perform until ws-anm-trocou = "N"
               move "N" to ws-anm-trocou
               perform varying ws-anm-pos from 1 by 1
                         until ws-anm-pos >= ws-anm-qtd-graus
                   compute ws-anm-ind-aux = ws-anm-pos + 1
                   if ws-anm-anomalia(ws-anm-ord-graus(ws-anm-ind-aux))
                      > ws-anm-anomalia(ws-anm-ord-graus(ws-anm-pos)) then
                       move ws-anm-ord-graus(ws-anm-pos)    to ws-anm-pos-troca
                       move ws-anm-ord-graus(ws-anm-ind-aux)
                            to ws-anm-ord-graus(ws-anm-pos)
                       move ws-anm-pos-troca
                            to ws-anm-ord-graus(ws-anm-ind-aux)
                       move "S" to ws-anm-trocou
                   end-if
               end-perform
           end-perform

           move "S" to ws-anm-trocou
           perform until ws-anm-trocou = "N"
               move "N" to ws-anm-trocou
               perform varying ws-anm-pos from 1 by 1
                         until ws-anm-pos >= ws-anm-qtd-sigma
                   compute ws-anm-ind-aux = ws-anm-pos + 1
                   if ws-anm-sigma(ws-anm-ord-sigma(ws-anm-ind-aux))
                      > ws-anm-sigma(ws-anm-ord-sigma(ws-anm-pos)) then
                       move ws-anm-ord-sigma(ws-anm-pos)    to ws-anm-pos-troca
                       move ws-anm-ord-sigma(ws-anm-ind-aux)
                            to ws-anm-ord-sigma(ws-anm-pos)
                       move ws-anm-pos-troca
                            to ws-anm-ord-sigma(ws-anm-ind-aux)
                       move "S" to ws-anm-trocou
                   end-if
               end-perform
           end-perform
           .
       ordena-anomalias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha da estacao ws-anm-ind na posicao ws-anm-pos de
      *>  uma das classificacoes.
      *>------------------------------------------------------------------------
       grava-linha-anomalia section.

           move ws-anm-pos                   to ws-anm-pos-col
           move ws-anm-estacao(ws-anm-ind)   to ws-anm-est-col
           move ws-anm-media(ws-anm-ind)     to ws-anm-media-col
           move ws-anm-normal(ws-anm-ind)    to ws-anm-normal-col
           move ws-anm-anomalia(ws-anm-ind)  to ws-anm-anomalia-col
           move ws-anm-desvio(ws-anm-ind)    to ws-anm-desvio-col
           if ws-anm-tem-sigma(ws-anm-ind) = "S" then
               move ws-anm-sigma(ws-anm-ind) to ws-anm-sigma-ed
               move ws-anm-sigma-cel         to ws-anm-sigma-col
           else
               move "     -- "               to ws-anm-sigma-col
           end-if
           move ws-anm-qtd-anos(ws-anm-ind)  to ws-anm-anos-col

           move spaces to ws-anm-obs-col
           move ws-anm-recorde(ws-anm-ind) to ws-anm-obs-col
           if ws-anm-qtd-anos(ws-anm-ind) < ws-cfg-min-anos-normal then
               if ws-anm-recorde(ws-anm-ind) = spaces then
                   move "POUCOS ANOS"            to ws-anm-obs-col
               else
                   move "POUCOS ANOS"            to ws-anm-obs-col(16:11)
               end-if
           end-if

           move spaces to fd-linha-anomalia
           move ws-linha-anm to fd-linha-anomalia
           write fd-linha-anomalia
           .
       grava-linha-anomalia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Placar de qualidade do mes de referencia: da a cada estacao
      *>  uma nota que junta a completude, a quarentena e as rejeicoes
      *>  das disposicoes de excecao, os dias estimados, os dias
      *>  sinalizados na consistencia da rede e as gotas atrasadas do
      *>  resumo da ingestao. A nota do mes entra no historico
      *>  QUALTEMPERATURAS.TXT (regravando a do mesmo mes, se o placar
      *>  ja rodou) e o placar sai em QUALRELTEMPERATURAS.TXT com a
      *>  tendencia dos ultimos 12 meses e as estacoes em piora no topo.
      *>------------------------------------------------------------------------
       emite-placar-qualidade section.

      *>       sem estacao carregada nao ha calendario apurado (o
      *>       ws-qtd-dias-mes so e calculado na carga)
           if ws-qtd-estacoes = 0 then
               display "Nenhuma estacao carregada; placar de qualidade "
                       "nao gerado"
           else
               perform emite-placar-qualidade-corpo
           end-if
           .
       emite-placar-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Placar pedido pelo menu: a regravacao do historico
      *>  QUALTEMPERATURAS.TXT e exclusiva. Com outra sessao aberta o
      *>  placar sai assim mesmo, com a tendencia lida do historico,
      *>  mas a nota do mes fica para o fechamento ou para uma sessao
      *>  sozinha.
      *>------------------------------------------------------------------------
       emite-placar-qualidade-menu section.

           move "X"         to ws-ses-pedido-tipo
           move "QUALIDADE" to ws-ses-pedido-funcao
           move "N"         to ws-ses-oferece
           perform adquire-trava
           if ws-ses-ok = "S" then
               move "S" to ws-qld-grava-hist
               perform emite-placar-qualidade
               move "QUALIDADE" to ws-ses-pedido-funcao
               perform libera-trava
           else
               move "N" to ws-qld-grava-hist
               perform emite-placar-qualidade
               display "Historico QUALTEMPERATURAS.TXT nao atualizado: "
                       "outras sessoes abertas; rode o placar sozinho "
                       "ou no fechamento"
           end-if
           move "S" to ws-qld-grava-hist
           .
       emite-placar-qualidade-menu-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corpo do placar de qualidade (estacoes ja garantidas pelo
      *>  chamador).
      *>------------------------------------------------------------------------
       emite-placar-qualidade-corpo section.

           perform apura-qualidade
           perform conta-disposicoes-qualidade
           perform conta-gotas-atrasadas
           perform calcula-nota-qualidade
           perform atualiza-historico-qualidade
           perform ordena-qualidade

           open output arqQualRel.
           if ws-fs-arqQualRel <> 0 then
               move 163                                     to ws-msn-erro-ofsset
               move ws-fs-arqQualRel                        to ws-msn-erro-cod
               move "Erro ao abrir arq. QUALRELTEMPERATURAS"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-mes-ref to ws-qld-cab-mes
           move ws-ano-ref to ws-qld-cab-ano
           move spaces to fd-linha-qualidade
           move ws-linha-qld-cabec to fd-linha-qualidade
           write fd-linha-qualidade

           move ws-qld-peso-quarentena to ws-qld-pes-quarentena
           move ws-qld-peso-rejeicao   to ws-qld-pes-rejeicao
           move ws-qld-peso-estimado   to ws-qld-pes-estimado
           move ws-qld-peso-desvio     to ws-qld-pes-desvio
           move ws-qld-peso-atraso     to ws-qld-pes-atraso
           move spaces to fd-linha-qualidade
           move ws-linha-qld-pesos to fd-linha-qualidade
           write fd-linha-qualidade

           move spaces to fd-linha-qualidade
           write fd-linha-qualidade
           move ws-linha-qld-titulos to fd-linha-qualidade
           write fd-linha-qualidade
           perform varying ws-qld-pos from 1 by 1
                     until ws-qld-pos > ws-qtd-qld
               move ws-qld-ord(ws-qld-pos) to ws-qld-ind
               perform grava-linha-qualidade
           end-perform

           move spaces to fd-linha-qualidade
           write fd-linha-qualidade
           move ws-qld-qtd-piora to ws-qld-piora-qtd
           move spaces to fd-linha-qualidade
           move ws-linha-qld-piora to fd-linha-qualidade
           write fd-linha-qualidade
           if ws-qld-grava-hist = "N" then
               move "Historico nao atualizado nesta emissao (outras sessoes abertas); nota do mes fora de QUALTEMPERATURAS.TXT"
                    to fd-linha-qualidade
               write fd-linha-qualidade
           end-if
           move "ANT = nota do mes anterior, VAR = variacao contra ele, COB = cobertura %, QUA = quarentena, REJ = rejeitadas"
                to fd-linha-qualidade
           write fd-linha-qualidade
           move "EST = dias estimados, DSV = dias sinalizados na rede, ATR = gotas atrasadas, -- = sem nota no mes"
                to fd-linha-qualidade
           write fd-linha-qualidade

           close arqQualRel.
           if ws-fs-arqQualRel <> 0 then
               move 164                                     to ws-msn-erro-ofsset
               move ws-fs-arqQualRel                        to ws-msn-erro-cod
               move "Erro ao fechar arq. QUALRELTEMPERATURAS" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Placar QUALRELTEMPERATURAS.TXT gerado com sucesso; "
                   ws-qld-qtd-piora " estacao(oes) em piora"
           .
       emite-placar-qualidade-corpo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a tabela do placar: cada estacao carregada, com a
      *>  cobertura do mes (a mesma regra da completude: dia ausente
      *>  ou estimado fora de manutencao e falta), os dias estimados e
      *>  os dias sinalizados na consistencia da rede; depois as
      *>  estacoes ativas do cadastro que nao entregaram nada no mes,
      *>  com cobertura zero.
      *>------------------------------------------------------------------------
       apura-qualidade section.

           move 0 to ws-qtd-qld

           perform apura-media-rede
           perform apura-desvios-rede

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-estacoes
               add 1 to ws-qtd-qld
               move ws-qtd-qld to ws-qld-ind
               perform limpa-entrada-qualidade
               move ws-estacao-cod(ws-ind-est)   to ws-qld-estacao(ws-qld-ind)
               move ws-rede-flag-qtd(ws-ind-est) to ws-qld-desvios(ws-qld-ind)

               set ws-ind-est-busca to ws-ind-est
               move ws-estacao-cod(ws-ind-est) to ws-cmp-estacao-cod
               perform limpa-completude-estacao
               perform varying ws-dia from 1 by 1
                         until ws-dia > ws-qtd-dias-mes
                   perform localiza-dia
                   if ws-dia-achou = "N" then
                       perform classifica-dia-ausente
                   else
                       if ws-temp-estimado(ws-ind-est-busca, ws-ind-dia-busca) then
                           add 1 to ws-qld-estimados(ws-qld-ind)
                           perform classifica-dia-ausente
                       end-if
                   end-if
               end-perform
               perform apura-cobertura-qualidade
           end-perform

           if ws-tem-cadastro = "S" then
               perform varying ws-ind-cad from 1 by 1
                         until ws-ind-cad > ws-qtd-cadastro
                   if ws-cad-ativa(ws-ind-cad) = "S" then
                       move "N" to ws-estacao-achou
                       perform varying ws-ind-est from 1 by 1
                                 until ws-ind-est > ws-qtd-estacoes
                                 or    ws-estacao-achou = "S"
                           if ws-estacao-cod(ws-ind-est)
                              = ws-cad-codigo(ws-ind-cad) then
                               move "S" to ws-estacao-achou
                           end-if
                       end-perform

                       if ws-estacao-achou = "N" then
                           add 1 to ws-qtd-qld
                           move ws-qtd-qld to ws-qld-ind
                           perform limpa-entrada-qualidade
                           move ws-cad-codigo(ws-ind-cad) to ws-qld-estacao(ws-qld-ind)
                           move ws-cad-codigo(ws-ind-cad) to ws-cmp-estacao-cod
                           perform limpa-completude-estacao
                           perform varying ws-dia from 1 by 1
                                     until ws-dia > ws-qtd-dias-mes
                               perform classifica-dia-ausente
                           end-perform
                           perform apura-cobertura-qualidade
                       end-if
                   end-if
               end-perform
           end-if
           .
       apura-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Zera a entrada ws-qld-ind da tabela do placar.
      *>------------------------------------------------------------------------
       limpa-entrada-qualidade section.

           initialize ws-qld(ws-qld-ind)
           move "N" to ws-qld-tem-ant(ws-qld-ind)
           move "N" to ws-qld-piorou(ws-qld-ind)
           perform varying ws-qld-mes-ind from 1 by 1 until ws-qld-mes-ind > 12
               move "N" to ws-qld-tend-tem(ws-qld-ind, ws-qld-mes-ind)
           end-perform
           .
       limpa-entrada-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cobertura da entrada ws-qld-ind a partir dos dias ja
      *>  classificados (ws-cmp-faltantes/ws-cmp-justificados), com a
      *>  regra da completude: so os dias cobrados contam, e o mes
      *>  inteiro em manutencao vale 100.
      *>------------------------------------------------------------------------
       apura-cobertura-qualidade section.

           if ws-cmp-justificados >= ws-qtd-dias-mes then
               move 100 to ws-qld-cobertura(ws-qld-ind)
           else
               compute ws-qld-cobertura(ws-qld-ind) rounded =
                       (ws-qtd-dias-mes - ws-cmp-justificados
                        - ws-cmp-faltantes) * 100
                       / (ws-qtd-dias-mes - ws-cmp-justificados)
           end-if
           .
       apura-cobertura-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta, por estacao carregada, os dias em que a leitura fugiu
      *>  da media da rede alem do limite configurado - a mesma regra
      *>  do relatorio de consistencia da rede (dia com ao menos duas
      *>  estacoes na media, manutencao programada fora), sem gravar a
      *>  grade. A media da rede por dia ja vem de apura-media-rede.
      *>------------------------------------------------------------------------
       apura-desvios-rede section.

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-estacoes
               move 0 to ws-rede-flag-qtd(ws-ind-est)
           end-perform

           perform varying ws-dia from 1 by 1 until ws-dia > ws-qtd-dias-mes
               if ws-rede-md-qtd(ws-dia) >= 2 then
                   move ws-rede-md-media(ws-dia) to ws-rede-media
                   perform varying ws-ind-est from 1 by 1
                             until ws-ind-est > ws-qtd-estacoes
                       set ws-ind-est-busca to ws-ind-est
                       perform testa-manutencao-dia
                       if ws-mnt-achou <> "S" then
                           perform localiza-dia
                           if  ws-dia-achou = "S"
                           and ws-temp-conta-media(ws-ind-est, ws-ind-dia-busca) then
                               compute ws-rede-desvio =
                                       ws-temp(ws-ind-est, ws-ind-dia-busca)
                                       - ws-rede-media
                               if ws-rede-desvio < 0 then
                                   compute ws-rede-desvio = 0 - ws-rede-desvio
                               end-if
                               if ws-rede-desvio > ws-cfg-limite-rede then
                                   add 1 to ws-rede-flag-qtd(ws-ind-est)
                               end-if
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform
           .
       apura-desvios-rede-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a estacao ws-qld-busca-estacao na tabela do placar;
      *>  resultado em ws-qld-achou/ws-qld-ind-busca. Os logs lidos
      *>  pelo placar costumam trazer a mesma estacao em linhas
      *>  seguidas, entao a ultima achada e conferida primeiro.
      *>------------------------------------------------------------------------
       localiza-qualidade section.

           move "N" to ws-qld-achou
           if  ws-qld-ind-busca > 0
           and ws-qld-ind-busca <= ws-qtd-qld then
               if ws-qld-estacao(ws-qld-ind-busca) = ws-qld-busca-estacao then
                   move "S" to ws-qld-achou
               end-if
           end-if

           if ws-qld-achou = "N" then
               perform varying ws-qld-ind-aux from 1 by 1
                         until ws-qld-ind-aux > ws-qtd-qld
                         or    ws-qld-achou = "S"
                   if ws-qld-estacao(ws-qld-ind-aux) = ws-qld-busca-estacao then
                       move "S"            to ws-qld-achou
                       move ws-qld-ind-aux to ws-qld-ind-busca
                   end-if
               end-perform
           end-if
           .
       localiza-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quarentena e rejeicoes do mes por estacao: cada linha do log
      *>  de disposicao DISPTEMPERATURAS.TXT de uma leitura do mes de
      *>  referencia passou pela quarentena (ACEITA ou REJEITADA), e as
      *>  excecoes do mes ainda pendentes de revisao tambem estao nela.
      *>------------------------------------------------------------------------
       conta-disposicoes-qualidade section.

           move 0 to ws-qld-ind-busca

           open input arqDisposicao.
           if ws-fs-arqDisposicao = 35 then
               continue
           else
               if ws-fs-arqDisposicao <> 0 then
                   move 151                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDisposicao                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. DISPTEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqDisposicao
               perform until ws-fs-arqDisposicao = 10
                   if ws-fs-arqDisposicao <> 0 then
                       move 152                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDisposicao                     to ws-msn-erro-cod
                       move "Erro ao ler arq. DISPTEMPERATURAS  "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-linha-disposicao to ws-linha-disp-entrada
                   if  ws-disp-ent-ano = ws-ano-ref
                   and ws-disp-ent-mes = ws-mes-ref then
                       move ws-disp-ent-estacao to ws-qld-busca-estacao
                       perform localiza-qualidade
                       if ws-qld-achou = "S" then
                           add 1 to ws-qld-quarentena(ws-qld-ind-busca)
                           if ws-disp-ent-acao = "REJEITADA" then
                               add 1 to ws-qld-rejeitadas(ws-qld-ind-busca)
                           end-if
                       end-if
                   end-if

                   read arqDisposicao
               end-perform

               close arqDisposicao
               if ws-fs-arqDisposicao <> 0 then
                   move 153                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDisposicao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. DISPTEMPERATURAS"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform varying ws-ind-exc-rev from 1 by 1
                     until ws-ind-exc-rev > ws-qtd-exc-rev
               if  ws-exc-rev-situacao(ws-ind-exc-rev) = "P"
               and ws-exc-rev-ano(ws-ind-exc-rev) = ws-ano-ref
               and ws-exc-rev-mes(ws-ind-exc-rev) = ws-mes-ref then
                   move ws-exc-rev-estacao(ws-ind-exc-rev) to ws-qld-busca-estacao
                   perform localiza-qualidade
                   if ws-qld-achou = "S" then
                       add 1 to ws-qld-quarentena(ws-qld-ind-busca)
                   end-if
               end-if
           end-perform
           .
       conta-disposicoes-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gotas atrasadas do mes por estacao: linhas do resumo da
      *>  ingestao INGRELTEMPERATURAS.TXT marcadas ATRASADA com leitura
      *>  no mes de referencia, somadas sobre todas as varreduras.
      *>------------------------------------------------------------------------
       conta-gotas-atrasadas section.

           move 0 to ws-qld-ind-busca

           open input arqIngResumo.
           if ws-fs-arqIngResumo = 35 then
               continue
           else
               if ws-fs-arqIngResumo <> 0 then
                   move 154                                     to ws-msn-erro-ofsset
                   move ws-fs-arqIngResumo                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. INGRELTEMP.      "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqIngResumo
               perform until ws-fs-arqIngResumo = 10
                   if ws-fs-arqIngResumo <> 0 then
                       move 155                                     to ws-msn-erro-ofsset
                       move ws-fs-arqIngResumo                      to ws-msn-erro-cod
                       move "Erro ao ler arq. INGRELTEMP.       "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-linha-ing-resumo to ws-linha-ing-entrada
                   if  ws-ing-ent-atraso = "ATRASADA"
                   and ws-ing-ent-ano    = ws-ano-ref
                   and ws-ing-ent-mes    = ws-mes-ref then
                       move ws-ing-ent-estacao to ws-qld-busca-estacao
                       perform localiza-qualidade
                       if ws-qld-achou = "S" then
                           add 1 to ws-qld-atrasadas(ws-qld-ind-busca)
                       end-if
                   end-if

                   read arqIngResumo
               end-perform

               close arqIngResumo
               if ws-fs-arqIngResumo <> 0 then
                   move 156                                     to ws-msn-erro-ofsset
                   move ws-fs-arqIngResumo                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. INGRELTEMP.     "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       conta-gotas-atrasadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nota de cada estacao: a cobertura menos os pesos de cada
      *>  ocorrencia, sem descer abaixo de zero.
      *>------------------------------------------------------------------------
       calcula-nota-qualidade section.

           perform varying ws-qld-ind from 1 by 1 until ws-qld-ind > ws-qtd-qld
               compute ws-qld-nota-calc =
                       ws-qld-cobertura(ws-qld-ind)
                     - ws-qld-quarentena(ws-qld-ind) * ws-qld-peso-quarentena
                     - ws-qld-rejeitadas(ws-qld-ind) * ws-qld-peso-rejeicao
                     - ws-qld-estimados(ws-qld-ind)  * ws-qld-peso-estimado
                     - ws-qld-desvios(ws-qld-ind)    * ws-qld-peso-desvio
                     - ws-qld-atrasadas(ws-qld-ind)  * ws-qld-peso-atraso
               if ws-qld-nota-calc < 0 then
                   move 0 to ws-qld-nota-calc
               end-if
               move ws-qld-nota-calc to ws-qld-nota(ws-qld-ind)
           end-perform
           .
       calcula-nota-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o historico do placar: as linhas de outros meses sao
      *>  copiadas (e as dos 11 meses anteriores ao de referencia
      *>  alimentam a tendencia), as do mes de referencia sao
      *>  substituidas pelas notas novas. O conteudo vai primeiro para
      *>  QUALTEMPERATURAS.NEW e so entra no lugar do oficial depois
      *>  de fechado com sucesso. Com ws-qld-grava-hist = "N" (trava
      *>  exclusiva recusada) o historico so e lido para a tendencia e
      *>  a variacao; nada e regravado.
      *>------------------------------------------------------------------------
       atualiza-historico-qualidade section.

           accept ws-qld-data-calc from date yyyymmdd
           compute ws-qld-ref-abs = ws-ano-ref * 12 + ws-mes-ref
           move 0 to ws-qld-ind-busca

           if ws-qld-grava-hist = "S" then
               open output arqQualNovo
               if ws-fs-arqQualNovo <> 0 then
                   move 160                                     to ws-msn-erro-ofsset
                   move ws-fs-arqQualNovo                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. QUALTEMP.NEW     "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqQualidade.
           if ws-fs-arqQualidade = 35 then
               continue
           else
               if ws-fs-arqQualidade <> 0 then
                   move 157                                     to ws-msn-erro-ofsset
                   move ws-fs-arqQualidade                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. QUALTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqQualidade
               perform until ws-fs-arqQualidade = 10
                   if ws-fs-arqQualidade <> 0 then
                       move 158                                     to ws-msn-erro-ofsset
                       move ws-fs-arqQualidade                      to ws-msn-erro-cod
                       move "Erro ao ler arq. QUALTEMPERATURAS   "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   compute ws-qld-lin-abs = fd-qld-ano * 12 + fd-qld-mes
                   if ws-qld-lin-abs = ws-qld-ref-abs then
                       continue
                   else
                       if ws-qld-grava-hist = "S" then
                           move fd-qualidade to fd-qualidade-novo
                           write fd-qualidade-novo
                       end-if

                       compute ws-qld-dif-meses = ws-qld-ref-abs - ws-qld-lin-abs
                       if ws-qld-dif-meses >= 1 and ws-qld-dif-meses <= 11 then
                           move fd-qld-estacao to ws-qld-busca-estacao
                           perform localiza-qualidade
                           if ws-qld-achou = "S" then
                               compute ws-qld-mes-ind = 12 - ws-qld-dif-meses
                               move "S"
                                    to ws-qld-tend-tem(ws-qld-ind-busca, ws-qld-mes-ind)
                               move fd-qld-nota
                                    to ws-qld-tend-nota(ws-qld-ind-busca, ws-qld-mes-ind)
                           end-if
                       end-if
                   end-if

                   read arqQualidade
               end-perform

               close arqQualidade
               if ws-fs-arqQualidade <> 0 then
                   move 159                                     to ws-msn-erro-ofsset
                   move ws-fs-arqQualidade                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. QUALTEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>       as notas do mes de referencia entram no fim do arquivo;
      *>       a variacao e medida contra o mes imediatamente anterior
           move 0 to ws-qld-qtd-piora
           perform varying ws-qld-ind from 1 by 1 until ws-qld-ind > ws-qtd-qld
               if ws-qld-grava-hist = "S" then
                   move ws-qld-estacao(ws-qld-ind)    to fd-qnv-estacao
                   move ws-ano-ref                    to fd-qnv-ano
                   move ws-mes-ref                    to fd-qnv-mes
                   move ws-qld-nota(ws-qld-ind)       to fd-qnv-nota
                   move ws-qld-cobertura(ws-qld-ind)  to fd-qnv-cobertura
                   move ws-qld-quarentena(ws-qld-ind) to fd-qnv-quarentena
                   move ws-qld-rejeitadas(ws-qld-ind) to fd-qnv-rejeitadas
                   move ws-qld-estimados(ws-qld-ind)  to fd-qnv-estimados
                   move ws-qld-desvios(ws-qld-ind)    to fd-qnv-desvios
                   move ws-qld-atrasadas(ws-qld-ind)  to fd-qnv-atrasadas
                   move ws-qld-data-calc              to fd-qnv-data-calc
                   write fd-qualidade-novo
               end-if

               move "S"                     to ws-qld-tend-tem(ws-qld-ind, 12)
               move ws-qld-nota(ws-qld-ind) to ws-qld-tend-nota(ws-qld-ind, 12)
               if ws-qld-tend-tem(ws-qld-ind, 11) = "S" then
                   move "S" to ws-qld-tem-ant(ws-qld-ind)
                   compute ws-qld-variacao(ws-qld-ind) =
                           ws-qld-nota(ws-qld-ind)
                           - ws-qld-tend-nota(ws-qld-ind, 11)
                   if ws-qld-variacao(ws-qld-ind) < 0 then
                       move "S" to ws-qld-piorou(ws-qld-ind)
                       add 1 to ws-qld-qtd-piora
                   end-if
               end-if
           end-perform

           if ws-qld-grava-hist = "S" then
               close arqQualNovo
               if ws-fs-arqQualNovo <> 0 then
                   move 161                                     to ws-msn-erro-ofsset
                   move ws-fs-arqQualNovo                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. QUALTEMP.NEW    "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform protege-qualidade
           end-if
           .
       atualiza-historico-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe o historico do placar recem gravado no lugar do oficial,
      *>  guardando antes as 3 ultimas geracoes (o mesmo idioma de
      *>  protege-historico); so a troca final e obrigatoria.
      *>------------------------------------------------------------------------
       protege-qualidade section.

           call "CBL_DELETE_FILE" using "QUALTEMPERATURAS.BK3"
           call "CBL_RENAME_FILE" using "QUALTEMPERATURAS.BK2"
                                        "QUALTEMPERATURAS.BK3"
           call "CBL_RENAME_FILE" using "QUALTEMPERATURAS.BK1"
                                        "QUALTEMPERATURAS.BK2"
           call "CBL_RENAME_FILE" using "QUALTEMPERATURAS.TXT"
                                        "QUALTEMPERATURAS.BK1"

           call "CBL_RENAME_FILE" using "QUALTEMPERATURAS.NEW"
                                        "QUALTEMPERATURAS.TXT"
           if return-code not = 0 then
               move 162                                     to ws-msn-erro-ofsset
               move 0                                        to ws-msn-erro-cod
               move "Erro ao trocar QUALTEMPERATURAS.NEW  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       protege-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ordem de impressao do placar, por troca: primeiro as
      *>  estacoes cuja nota caiu contra o mes anterior (a maior queda
      *>  no topo), depois as demais da menor nota para a maior.
      *>------------------------------------------------------------------------
       ordena-qualidade section.

           perform varying ws-qld-pos from 1 by 1 until ws-qld-pos > ws-qtd-qld
               move ws-qld-pos to ws-qld-ord(ws-qld-pos)
           end-perform

           move "S" to ws-qld-trocou
           perform until ws-qld-trocou = "N"
               move "N" to ws-qld-trocou
               perform varying ws-qld-pos from 1 by 1
                         until ws-qld-pos >= ws-qtd-qld
                   compute ws-qld-ind-aux = ws-qld-pos + 1
                   move ws-qld-ord(ws-qld-pos)     to ws-qld-ind
                   move ws-qld-ord(ws-qld-ind-aux) to ws-qld-pos-troca

                   move "N" to ws-qld-antes
                   if  ws-qld-piorou(ws-qld-pos-troca) = "S"
                   and ws-qld-piorou(ws-qld-ind)       = "N" then
                       move "S" to ws-qld-antes
                   else
                   if  ws-qld-piorou(ws-qld-pos-troca) = "S"
                   and ws-qld-piorou(ws-qld-ind)       = "S"
                   and ws-qld-variacao(ws-qld-pos-troca)
                       < ws-qld-variacao(ws-qld-ind) then
                       move "S" to ws-qld-antes
                   else
                   if  ws-qld-piorou(ws-qld-pos-troca) = "N"
                   and ws-qld-piorou(ws-qld-ind)       = "N"
                   and ws-qld-nota(ws-qld-pos-troca)
                       < ws-qld-nota(ws-qld-ind) then
                       move "S" to ws-qld-antes
                   end-if
                   end-if
                   end-if

                   if ws-qld-antes = "S" then
                       move ws-qld-pos-troca to ws-qld-ord(ws-qld-pos)
                       move ws-qld-ind       to ws-qld-ord(ws-qld-ind-aux)
                       move "S" to ws-qld-trocou
                   end-if
               end-perform
           end-perform
           .
       ordena-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha da estacao ws-qld-ind na posicao ws-qld-pos do
      *>  placar.
      *>------------------------------------------------------------------------
       grava-linha-qualidade section.

           move ws-qld-pos                    to ws-qld-pos-col
           move ws-qld-estacao(ws-qld-ind)    to ws-qld-est-col
           move ws-qld-nota(ws-qld-ind)       to ws-qld-nota-col
           if ws-qld-tem-ant(ws-qld-ind) = "S" then
               move ws-qld-tend-nota(ws-qld-ind, 11) to ws-qld-nota-ed
               move ws-qld-nota-ed                   to ws-qld-ant-col
               move ws-qld-variacao(ws-qld-ind)      to ws-qld-var-ed
               move ws-qld-var-ed                    to ws-qld-var-col
           else
               move "  --" to ws-qld-ant-col
               move "  --" to ws-qld-var-col
           end-if
           move ws-qld-cobertura(ws-qld-ind)  to ws-qld-cob-col
           move ws-qld-quarentena(ws-qld-ind) to ws-qld-qua-col
           move ws-qld-rejeitadas(ws-qld-ind) to ws-qld-rej-col
           move ws-qld-estimados(ws-qld-ind)  to ws-qld-est-dias-col
           move ws-qld-desvios(ws-qld-ind)    to ws-qld-dsv-col
           move ws-qld-atrasadas(ws-qld-ind)  to ws-qld-atr-col

           perform varying ws-qld-mes-ind from 1 by 1 until ws-qld-mes-ind > 12
               if ws-qld-tend-tem(ws-qld-ind, ws-qld-mes-ind) = "S" then
                   move ws-qld-tend-nota(ws-qld-ind, ws-qld-mes-ind)
                        to ws-qld-nota-ed
                   move ws-qld-nota-ed to ws-qld-tend-col(ws-qld-mes-ind)
               else
                   move "  --" to ws-qld-tend-col(ws-qld-mes-ind)
               end-if
           end-perform

           if ws-qld-piorou(ws-qld-ind) = "S" then
               move "PIORA" to ws-qld-obs-col
           else
               move spaces  to ws-qld-obs-col
           end-if

           move spaces to fd-linha-qualidade
           move ws-linha-qld to fd-linha-qualidade
           write fd-linha-qualidade
           .
       grava-linha-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mensagem climatologica mensal do mes de referencia para o
      *>  servico meteorologico nacional: uma linha por estacao ativa
      *>  com indice nacional no cadastro. A transmissao fica no
      *>  registro TRNTEMPERATURAS.TXT; um mes ja transmitido so e
      *>  reenviado como retificacao (versao seguinte), com confirmacao.
      *>------------------------------------------------------------------------
       emite-mensagem-nacional section.

      *>       transmitir figura oficial para fora da casa pede o mesmo
      *>       nivel da disposicao de excecoes (nivel 2)
           move 2 to ws-perm-necessaria
           perform verifica-permissao
           if ws-perm-ok = "N" then
               continue
           else
               if ws-qtd-cadastro = 0 then
                   display "Sem cadastro de estacoes nao ha indice "
                           "nacional; mensagem nao gerada"
               else
                   perform emite-mensagem-nacional-corpo
               end-if
           end-if
           .
       emite-mensagem-nacional-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o que ja foi transmitido do mes e a situacao do
      *>  fechamento antes de gerar a mensagem (permissao e cadastro ja
      *>  garantidos pelo chamador).
      *>------------------------------------------------------------------------
       emite-mensagem-nacional-corpo section.

           perform consulta-transmissoes

           move "S" to ws-nac-prossegue
           if ws-nac-ultima-versao > 0 then
               display "O mes " ws-mes-ref "/" ws-ano-ref
                       " ja foi transmitido (versao " ws-nac-ultima-versao
                       " em " ws-nac-ultima-data ")"
               display "Gerar RETIFICACAO (versao seguinte)? (S/N): "
               accept ws-nac-resposta
               if ws-nac-resposta not = "S" and ws-nac-resposta not = "s"
               then
                   move "N" to ws-nac-prossegue
                   display "Mensagem nao gerada"
               end-if
           end-if

      *>       o servico deve receber o que foi publicado; com o mes
      *>       ainda aberto os numeros podem mudar depois do envio
           if ws-nac-prossegue = "S" then
               perform testa-mes-fechado
               if ws-mes-fechado = "N" then
                   display "O mes " ws-mes-ref "/" ws-ano-ref
                           " ainda nao esta FECHADO"
                   display "Transmitir assim mesmo? (S/N): "
                   accept ws-nac-resposta
                   if ws-nac-resposta not = "S" and ws-nac-resposta not = "s"
                   then
                       move "N" to ws-nac-prossegue
                       display "Mensagem nao gerada"
                   end-if
               end-if
           end-if

           if ws-nac-prossegue = "S" then
               perform gera-mensagem-nacional
           end-if
           .
       emite-mensagem-nacional-corpo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o registro de transmissoes e deixa em ws-nac-ultima-versao
      *>  (e ws-nac-ultima-data) a versao mais alta ja enviada do mes
      *>  de referencia; zero quando o mes nunca foi transmitido.
      *>------------------------------------------------------------------------
       consulta-transmissoes section.

           move 0 to ws-nac-ultima-versao
           move 0 to ws-nac-ultima-data
           compute ws-fch-anomes-ref = ws-ano-ref * 100 + ws-mes-ref

           open input arqTransmissao
           if ws-fs-arqTransmissao = 35 then
               continue
           else
               if ws-fs-arqTransmissao <> 0 then
                   move 134                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTransmissao                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. TRNTEMPERATURAS   "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqTransmissao
               perform until ws-fs-arqTransmissao = 10
                   if ws-fs-arqTransmissao <> 0 then
                       move 135                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTransmissao                    to ws-msn-erro-cod
                       move "Erro ao ler arq. TRNTEMPERATURAS     "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if  fd-trn-ano-mes is numeric
                   and fd-trn-versao  is numeric
                   and fd-trn-ano-mes = ws-fch-anomes-ref
                   and fd-trn-versao  > ws-nac-ultima-versao then
                       move fd-trn-versao to ws-nac-ultima-versao
                       move fd-trn-data   to ws-nac-ultima-data
                   end-if
                   read arqTransmissao
               end-perform

               close arqTransmissao
               if ws-fs-arqTransmissao <> 0 then
                   move 136                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTransmissao                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. TRNTEMPERATURAS  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       consulta-transmissoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera o arquivo da mensagem (cabecalho, estacoes e rodape) e
      *>  registra a transmissao. Estacao ativa sem indice nacional fica
      *>  fora e e avisada na tela.
      *>------------------------------------------------------------------------
       gera-mensagem-nacional section.

           compute ws-nac-versao = ws-nac-ultima-versao + 1
           accept ws-nac-data from date yyyymmdd
           accept ws-nac-hora from time

           move ws-fch-anomes-ref to ws-nac-nome-anomes
           move ws-nac-versao     to ws-nac-nome-versao
           move ws-nac-nome-partes to ws-nac-nome

      *>       a quantidade vai no cabecalho: conta antes de gravar
           move 0 to ws-nac-qtd-estacoes
           move 0 to ws-nac-sem-indice
           perform varying ws-ind-cad from 1 by 1
                     until ws-ind-cad > ws-qtd-cadastro
               if ws-cad-ativa(ws-ind-cad) = "S" then
                   if ws-cad-indice-nac(ws-ind-cad) > 0 then
                       add 1 to ws-nac-qtd-estacoes
                   else
                       add 1 to ws-nac-sem-indice
                       display "Estacao " ws-cad-codigo(ws-ind-cad)
                               " sem indice nacional - fora da mensagem"
                   end-if
               end-if
           end-perform

           if ws-nac-qtd-estacoes = 0 then
               display "Nenhuma estacao ativa com indice nacional; "
                       "mensagem nao gerada"
           else
               open output arqNacional
               if ws-fs-arqNacional <> 0 then
                   move 137                                     to ws-msn-erro-ofsset
                   move ws-fs-arqNacional                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. mensagem nacional "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-fch-anomes-ref   to ws-nac-cab-anomes
               if ws-nac-versao = 1 then
                   move "O" to ws-nac-cab-tipo
               else
                   move "R" to ws-nac-cab-tipo
               end-if
               move ws-nac-versao       to ws-nac-cab-versao
               move ws-nac-data         to ws-nac-cab-data
               move ws-nac-hora(1:6)    to ws-nac-cab-hora
               move ws-cfg-limiar-calor to ws-nac-cab-limiar-calor
               move ws-cfg-limiar-frio  to ws-nac-cab-limiar-frio
               move ws-nac-qtd-estacoes to ws-nac-cab-qtd
               move spaces to fd-linha-nacional
               move ws-nac-cabecalho to fd-linha-nacional
               write fd-linha-nacional

               move 0 to ws-nac-soma-dias
               perform varying ws-ind-cad from 1 by 1
                         until ws-ind-cad > ws-qtd-cadastro
                   if  ws-cad-ativa(ws-ind-cad) = "S"
                   and ws-cad-indice-nac(ws-ind-cad) > 0 then
                       perform apura-estacao-nacional
                       add ws-nac-det-dias-validos to ws-nac-soma-dias
                       move spaces to fd-linha-nacional
                       move ws-nac-detalhe to fd-linha-nacional
                       write fd-linha-nacional
                   end-if
               end-perform

               move ws-nac-qtd-estacoes to ws-nac-rod-qtd
               move ws-nac-soma-dias    to ws-nac-rod-soma-dias
               move spaces to fd-linha-nacional
               move ws-nac-rodape to fd-linha-nacional
               write fd-linha-nacional

               close arqNacional
               if ws-fs-arqNacional <> 0 then
                   move 138                                     to ws-msn-erro-ofsset
                   move ws-fs-arqNacional                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. mensagem nacional"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform registra-transmissao

               if ws-nac-versao = 1 then
                   display "Mensagem nacional " ws-nac-nome
                           " gerada (ORIGINAL): " ws-nac-qtd-estacoes
                           " estacao(oes) do mes " ws-mes-ref "/" ws-ano-ref
               else
                   display "Mensagem nacional " ws-nac-nome
                           " gerada (RETIFICACAO versao " ws-nac-versao
                           "): " ws-nac-qtd-estacoes
                           " estacao(oes) do mes " ws-mes-ref "/" ws-ano-ref
               end-if
           end-if
           .
       gera-mensagem-nacional-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em ws-nac-detalhe os numeros do mes da estacao do
      *>  cadastro em ws-ind-cad. Estacao ativa sem leitura carregada
      *>  no mes vai com zero dia valido e todos os dias ausentes.
      *>------------------------------------------------------------------------
       apura-estacao-nacional section.

           move ws-cad-indice-nac(ws-ind-cad) to ws-nac-det-indice
           move ws-cad-codigo(ws-ind-cad)     to ws-nac-det-estacao
           move 0 to ws-nac-det-dias-validos
           move 0 to ws-nac-det-dias-extremos
           move 0 to ws-nac-det-dias-calor
           move 0 to ws-nac-det-dias-frio
           move 0 to ws-nac-det-dias-estimados
           move 0 to ws-nac-det-dias-quarentena
           move 0 to ws-nac-soma
           move 0 to ws-nac-soma-max
           move 0 to ws-nac-soma-min
           move 0 to ws-nac-qtd-lidos

           move "N" to ws-estacao-achou
           if ws-qtd-estacoes > 0 then
               perform varying ws-ind-est from 1 by 1
                         until ws-ind-est > ws-qtd-estacoes
                         or    ws-estacao-achou = "S"
                   if ws-estacao-cod(ws-ind-est) = ws-cad-codigo(ws-ind-cad) then
                       move "S" to ws-estacao-achou
                       set ws-ind-est-busca to ws-ind-est
                   end-if
               end-perform
           end-if

           if ws-estacao-achou = "S" then
               perform varying ws-ind-temp from 1 by 1
                         until ws-ind-temp > ws-estacao-qtd-dias(ws-ind-est-busca)
                   add 1 to ws-nac-qtd-lidos
                   if ws-temp-conta-media(ws-ind-est-busca, ws-ind-temp) then
                       add 1 to ws-nac-det-dias-validos
                       add ws-temp(ws-ind-est-busca, ws-ind-temp) to ws-nac-soma
                       if ws-temp(ws-ind-est-busca, ws-ind-temp)
                          > ws-cfg-limiar-calor then
                           add 1 to ws-nac-det-dias-calor
                       end-if
                       if ws-temp(ws-ind-est-busca, ws-ind-temp)
                          < ws-cfg-limiar-frio then
                           add 1 to ws-nac-det-dias-frio
                       end-if
                       if  ws-temp-dia(ws-ind-est-busca, ws-ind-temp) >= 1
                       and ws-temp-dia(ws-ind-est-busca, ws-ind-temp) <= 31
                       and ws-hor-tem(ws-ind-est-busca,
                               ws-temp-dia(ws-ind-est-busca, ws-ind-temp)) = "S"
                       then
                           add 1 to ws-nac-det-dias-extremos
                           add ws-hor-max(ws-ind-est-busca,
                                   ws-temp-dia(ws-ind-est-busca, ws-ind-temp))
                               to ws-nac-soma-max
                           add ws-hor-min(ws-ind-est-busca,
                                   ws-temp-dia(ws-ind-est-busca, ws-ind-temp))
                               to ws-nac-soma-min
                       end-if
                   else
                       if ws-temp-estimado(ws-ind-est-busca, ws-ind-temp) then
                           add 1 to ws-nac-det-dias-estimados
                       else
                           if ws-temp-excecao(ws-ind-est-busca, ws-ind-temp) then
                               add 1 to ws-nac-det-dias-quarentena
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           if ws-nac-det-dias-validos > 0 then
               move "S" to ws-nac-det-tem-media
               compute ws-nac-det-media =
                       ws-nac-soma / ws-nac-det-dias-validos
           else
               move "N" to ws-nac-det-tem-media
               move 0   to ws-nac-det-media
           end-if
           if ws-nac-det-dias-extremos > 0 then
               move "S" to ws-nac-det-tem-extremos
               compute ws-nac-det-max-media =
                       ws-nac-soma-max / ws-nac-det-dias-extremos
               compute ws-nac-det-min-media =
                       ws-nac-soma-min / ws-nac-det-dias-extremos
           else
               move "N" to ws-nac-det-tem-extremos
               move 0   to ws-nac-det-max-media
               move 0   to ws-nac-det-min-media
           end-if

           if ws-qtd-dias-mes > ws-nac-qtd-lidos then
               compute ws-nac-det-dias-ausentes =
                       ws-qtd-dias-mes - ws-nac-qtd-lidos
           else
               move 0 to ws-nac-det-dias-ausentes
           end-if
           .
       apura-estacao-nacional-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta a transmissao ao registro TRNTEMPERATURAS.TXT
      *>  (criado na primeira transmissao).
      *>------------------------------------------------------------------------
       registra-transmissao section.

           open extend arqTransmissao
           if ws-fs-arqTransmissao = 35 then
               open output arqTransmissao
           end-if
           if ws-fs-arqTransmissao <> 0 then
               move 139                                     to ws-msn-erro-ofsset
               move ws-fs-arqTransmissao                    to ws-msn-erro-cod
               move "Erro ao abrir arq. TRNTEMPERATURAS   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces              to fd-transmissao
           move ws-fch-anomes-ref   to fd-trn-ano-mes
           move ws-nac-versao       to fd-trn-versao
           move ws-nac-cab-tipo     to fd-trn-tipo
           move ws-nac-data         to fd-trn-data
           move ws-nac-hora(1:6)    to fd-trn-hora
           move ws-oper-id          to fd-trn-operador
           move ws-nac-qtd-estacoes to fd-trn-qtd-estacoes
           if ws-mes-fechado = "S" then
               move "FECHADO" to fd-trn-situacao-mes
           else
               move "ABERTO"  to fd-trn-situacao-mes
           end-if
           move ws-nac-nome         to fd-trn-arquivo
           write fd-transmissao
           if ws-fs-arqTransmissao <> 0 then
               move 140                                     to ws-msn-erro-ofsset
               move ws-fs-arqTransmissao                    to ws-msn-erro-cod
               move "Erro ao gravar arq. TRNTEMPERATURAS  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTransmissao
           if ws-fs-arqTransmissao <> 0 then
               move 141                                     to ws-msn-erro-ofsset
               move ws-fs-arqTransmissao                    to ws-msn-erro-cod
               move "Erro ao fechar arq. TRNTEMPERATURAS  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-transmissao-exit.
           exit.

      *>------------------------------------------------------------------------

           move "N" to ws-hst-achou-media

      *>       das linhas mais novas para as mais antigas: as buscas do
      *>       relatorio sao quase sempre por anos recentes
           perform varying ws-ind-hist-rev from ws-qtd-historico by -1
                     until ws-ind-hist-rev < 1
                     or    ws-hst-achou-media = "S"
               if  ws-hist-estacao(ws-ind-hist-rev) = ws-estacao-consulta
               and ws-hist-ano(ws-ind-hist-rev)     = ws-hst-busca-ano
               and ws-hist-mes(ws-ind-hist-rev)     = ws-hst-busca-mes then
                   move "S" to ws-hst-achou-media
                   move ws-hist-media(ws-ind-hist-rev) to ws-hst-media-achada
               end-if
           end-perform
           .
       busca-media-historico-exit.
           exit.
                   move fd-linha-fechamento to ws-linha-fechamento
                   evaluate ws-fch-passo
                       when "FECHADO"
                           if ws-qtd-fch-fechados < 600 then
                               add 1 to ws-qtd-fch-fechados
                               move ws-fch-anomes
                                    to ws-fch-fechado-anomes(ws-qtd-fch-fechados)
           compute ws-fch-anomes = ws-ano-ref * 100 + ws-mes-ref
           move ws-fch-passo-busca to ws-fch-passo
           move ws-oper-id         to ws-fch-operador
           accept ws-fch-data from date yyyymmdd
           accept ws-fch-hora from time
           move spaces to fd-linha-fechamento
           move ws-linha-fechamento to fd-linha-fechamento
           write fd-linha-fechamento
       pede-override-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O fechamento regrava o mestre, os extremos e o historico:
      *>  so roda com a sessao sozinha no registro de sessoes. Com
      *>  outra sessao aberta e recusado, mostrando quem esta dentro.
      *>------------------------------------------------------------------------
       executa-fechamento-exclusivo section.

           move "X"          to ws-ses-pedido-tipo
           move "FECHAMENTO" to ws-ses-pedido-funcao
           move "S"          to ws-ses-oferece
           perform adquire-trava
           if ws-ses-ok = "S" then
               perform executa-fechamento
               move "FECHAMENTO" to ws-ses-pedido-funcao
               perform libera-trava
           else
               display "Fechamento recusado enquanto houver outras "
                       "sessoes abertas"
           end-if
           .
       executa-fechamento-exclusivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fechamento do mes de referencia: roda a sequencia inteira de
      *>  fechamento (completude, relatorio mensal, rede, clima, anual,
               perform registra-passo-fechamento
           end-if

           move "QUALIDADE" to ws-fch-passo-busca
           perform testa-passo-feito
           if ws-fch-passo-achou = "S" then
               display "Passo QUALIDADE ja concluido; pulado"
           else
      *>           ja sob a trava exclusiva do fechamento
               move "S" to ws-qld-grava-hist
               perform emite-placar-qualidade
               perform registra-passo-fechamento
           end-if

           move "CLIMA" to ws-fch-passo-busca
           perform testa-passo-feito
           if ws-fch-passo-achou = "S" then

           move "FECHADO" to ws-fch-passo-busca
           perform registra-passo-fechamento
           if ws-qtd-fch-fechados < 600 then
               add 1 to ws-qtd-fch-fechados
               compute ws-fch-fechado-anomes(ws-qtd-fch-fechados) =
                       ws-ano-ref * 100 + ws-mes-ref
                         until ws-dia > ws-qtd-dias-mes
                   perform localiza-dia
                   if ws-dia-achou = "N" then
      *>                   dia em manutencao programada nao tem leitura
      *>                   a inventar
                       perform testa-manutencao-dia
                       if ws-mnt-achou = "N" then
                           perform estima-dia-corrente
                       end-if
                   end-if
               end-perform
           end-perform
           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-estacoes
               move "N" to ws-estacao-tem-ant-mes(ws-ind-est)
               move "N" to ws-estacao-tem-ant-ano(ws-ind-est)
           end-perform

      *>       uma unica passada pelo historico: so as linhas dos dois
      *>       meses de comparacao procuram a sua estacao na tabela (com
      *>       centenas de estacoes e muitos anos de historico, varrer o
      *>       historico inteiro para cada estacao pesaria na carga)
           if ws-qtd-historico > 0 and ws-qtd-estacoes > 0 then
               perform varying ws-ind-hist from 1 by 1
                         until ws-ind-hist > ws-qtd-historico
                   if (ws-hist-ano(ws-ind-hist) = ws-ano-ant-calc
                   and ws-hist-mes(ws-ind-hist) = ws-mes-ant-calc)
                   or (ws-hist-ano(ws-ind-hist) = ws-ano-ant-ano-calc
                   and ws-hist-mes(ws-ind-hist) = ws-mes-ref) then
                       move "N" to ws-estacao-achou
                       perform varying ws-ind-est from 1 by 1
                                 until ws-ind-est > ws-qtd-estacoes
                                 or    ws-estacao-achou = "S"
                           if ws-estacao-cod(ws-ind-est)
                              = ws-hist-estacao(ws-ind-hist) then
                               move "S" to ws-estacao-achou
                               set ws-ind-est-busca to ws-ind-est
                           end-if
                       end-perform

                       if ws-estacao-achou = "S" then
                           if  ws-hist-ano(ws-ind-hist) = ws-ano-ant-calc
                           and ws-hist-mes(ws-ind-hist) = ws-mes-ant-calc then
                               move ws-hist-media(ws-ind-hist)
                                    to ws-estacao-media-ant-mes(ws-ind-est-busca)
                               move "S" to ws-estacao-tem-ant-mes(ws-ind-est-busca)
                           end-if
                           if  ws-hist-ano(ws-ind-hist) = ws-ano-ant-ano-calc
                           and ws-hist-mes(ws-ind-hist) = ws-mes-ref then
                               move ws-hist-media(ws-ind-hist)
                                    to ws-estacao-media-ant-ano(ws-ind-est-busca)
                               move "S" to ws-estacao-tem-ant-ano(ws-ind-est-busca)
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           .
       calc-tendencias-exit.
           exit.
       grava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fim de sessao (interativa ou lote): a regravacao do
      *>  historico e exclusiva. Com a trava, a tabela e recarregada
      *>  do disco antes de receber as medias da sessao, para nao
      *>  desfazer o que outra sessao ja gravou depois da carga
      *>  inicial; sem ela, as medias do mes ficam para o fechamento
      *>  ou para a proxima sessao sozinha.
      *>------------------------------------------------------------------------
       grava-historico-sessao section.

           move "X"         to ws-ses-pedido-tipo
           move "HISTORICO" to ws-ses-pedido-funcao
           move "N"         to ws-ses-oferece
           perform adquire-trava
           if ws-ses-ok = "S" then
               perform carrega-historico
               perform grava-historico
               move "HISTORICO" to ws-ses-pedido-funcao
               perform libera-trava
           else
               display "Historico HISTTEMPERATURAS.TXT nao regravado: "
                       "outras sessoes abertas; as medias do mes serao "
                       "gravadas no fechamento ou na proxima sessao sozinha"
           end-if
           .
       grava-historico-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atualiza, na tabela de historico em memoria, a linha da
      *>  estacao/ano/mes em ws-hist-nova-estacao/ws-hist-novo-ano/
      *>  ws-hist-novo-mes com a media em ws-hist-nova-media; quando a
      *>  linha ainda nao existe, acrescenta uma nova (ate o limite de
      *>  99999 linhas do historico). O historico cresce pelo fim, entao
      *>  a busca comeca pelas linhas mais novas, onde estao as do ano
      *>  corrente.
      *>------------------------------------------------------------------------
       atualiza-historico-entrada section.

           move "N" to ws-hist-achou
           perform varying ws-ind-hist-rev from ws-qtd-historico by -1
                     until ws-ind-hist-rev < 1
                     or    ws-hist-achou = "S"
               if  ws-hist-estacao(ws-ind-hist-rev) = ws-hist-nova-estacao
               and ws-hist-ano(ws-ind-hist-rev)     = ws-hist-novo-ano
               and ws-hist-mes(ws-ind-hist-rev)     = ws-hist-novo-mes then
                   move "S" to ws-hist-achou
                   move ws-hist-nova-media to ws-hist-media(ws-ind-hist-rev)
               end-if
           end-perform

           if ws-hist-achou = "N" then
               if ws-qtd-historico < 99999 then
                   add 1 to ws-qtd-historico
                   move ws-hist-nova-estacao to ws-hist-estacao(ws-qtd-historico)
                   move ws-hist-novo-ano     to ws-hist-ano(ws-qtd-historico)
                   move ws-hist-novo-mes     to ws-hist-mes(ws-qtd-historico)
                   move ws-hist-nova-media   to ws-hist-media(ws-qtd-historico)
               else
                   display "Aviso: HISTTEMPERATURAS.TXT cheio (99999 linhas); "
                           "media da estacao " ws-hist-nova-estacao
                           " nao foi gravada no historico"
               end-if
       processa-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede ao registro de sessoes (SESTEMPERATURAS.TXT) a funcao
      *>  em ws-ses-pedido-funcao, do tipo em ws-ses-pedido-tipo: "C"
      *>  compartilhada (sessao/consulta, convive com outras "C") ou
      *>  "X" exclusiva (regrava os arquivos oficiais trocando .NEW,
      *>  so roda sozinha). As entradas da propria execucao nao contam
      *>  como conflito. Havendo conflito, mostra quem segura, desde
      *>  quando e em que funcao e, com ws-ses-oferece = "S", deixa um
      *>  supervisor liberar a trava abandonada. Resultado em ws-ses-ok.
      *>------------------------------------------------------------------------
       adquire-trava section.

           move "N" to ws-ses-ok
           accept ws-ses-data-agora from date yyyymmdd
           accept ws-ses-hora-agora from time

           perform carrega-sessoes
           perform apura-conflitos-sessao

           if ws-qtd-ses-conflito > 0 then
               display "Funcao " ws-ses-pedido-funcao " bloqueada; em uso por:"
               perform exibe-conflitos-sessao
               if ws-ses-oferece = "S" then
                   perform oferece-liberacao-trava
               end-if
           end-if

           if ws-qtd-ses-conflito = 0 then
               if ws-qtd-sessoes < 200 then
                   if ws-ses-token = 0 then
                       compute ws-ses-token = ws-ses-data-agora * 100000000
                                            + ws-ses-hora-agora
                   end-if
                   add 1 to ws-qtd-sessoes
                   move spaces                to ws-ses-reg(ws-qtd-sessoes)
                   move ws-ses-pedido-tipo    to ws-ses-tipo(ws-qtd-sessoes)
                   move ws-ses-pedido-funcao  to ws-ses-funcao(ws-qtd-sessoes)
                   move ws-oper-id            to ws-ses-operador(ws-qtd-sessoes)
                   move ws-ses-data-agora     to ws-ses-data(ws-qtd-sessoes)
                   move ws-ses-hora-agora     to ws-ses-hora(ws-qtd-sessoes)
                   move ws-ses-programa-atual to ws-ses-programa(ws-qtd-sessoes)
                   move ws-ses-token          to ws-ses-tok(ws-qtd-sessoes)
                   perform grava-sessoes
                   move "S" to ws-ses-ok
                   move "S" to ws-ses-registrada
               else
                   display "Registro de sessoes cheio (max. 200); confira "
                           "SESTEMPERATURAS.TXT"
               end-if
           end-if
           .
       adquire-trava-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tira do registro de sessoes a entrada desta execucao para a
      *>  funcao em ws-ses-pedido-funcao (fim de uma funcao exclusiva
      *>  pedida no meio da execucao).
      *>------------------------------------------------------------------------
       libera-trava section.

           perform carrega-sessoes
           move 0 to ws-ind-ses-dest
           perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes
               if  ws-ses-tok(ws-ind-ses)      = ws-ses-token
               and ws-ses-programa(ws-ind-ses) = ws-ses-programa-atual
               and ws-ses-funcao(ws-ind-ses)   = ws-ses-pedido-funcao then
                   continue
               else
                   add 1 to ws-ind-ses-dest
                   move ws-ses(ws-ind-ses) to ws-ses(ws-ind-ses-dest)
               end-if
           end-perform
           move ws-ind-ses-dest to ws-qtd-sessoes
           perform grava-sessoes
           .
       libera-trava-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tira do registro de sessoes todas as entradas desta execucao
      *>  (encerramento, normal ou anormal).
      *>------------------------------------------------------------------------
       libera-sessao section.

           if ws-ses-registrada = "S" then
               move "N" to ws-ses-registrada
               perform carrega-sessoes
               move 0 to ws-ind-ses-dest
               perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes
                   if  ws-ses-tok(ws-ind-ses)      = ws-ses-token
                   and ws-ses-programa(ws-ind-ses) = ws-ses-programa-atual then
                       continue
                   else
                       add 1 to ws-ind-ses-dest
                       move ws-ses(ws-ind-ses) to ws-ses(ws-ind-ses-dest)
                   end-if
               end-perform
               move ws-ind-ses-dest to ws-qtd-sessoes
               perform grava-sessoes
           end-if
           .
       libera-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o registro de sessoes; sem o arquivo, nao ha ninguem.
      *>------------------------------------------------------------------------
       carrega-sessoes section.

           move 0 to ws-qtd-sessoes
           open input arqSessoes.
           if ws-fs-arqSessoes = 35 then
               continue
           else
               if ws-fs-arqSessoes <> 0 then
                   move 142                                    to ws-msn-erro-ofsset
                   move ws-fs-arqSessoes                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. SESTEMPERATURAS  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqSessoes
               perform until ws-fs-arqSessoes = 10
                   if ws-fs-arqSessoes <> 0 then
                       move 143                                    to ws-msn-erro-ofsset
                       move ws-fs-arqSessoes                        to ws-msn-erro-cod
                       move "Erro ao ler arq. SESTEMPERATURAS    "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if fd-sessao not = spaces and ws-qtd-sessoes < 200 then
                       add 1 to ws-qtd-sessoes
                       move fd-sessao to ws-ses-reg(ws-qtd-sessoes)
                       move "N"       to ws-ses-conflito(ws-qtd-sessoes)
                   end-if
                   read arqSessoes
               end-perform

               close arqSessoes
               if ws-fs-arqSessoes <> 0 then
                   move 144                                    to ws-msn-erro-ofsset
                   move ws-fs-arqSessoes                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. SESTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-sessoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o registro de sessoes a partir da tabela.
      *>------------------------------------------------------------------------
       grava-sessoes section.

           open output arqSessoes.
           if ws-fs-arqSessoes <> 0 then
               move 145                                    to ws-msn-erro-ofsset
               move ws-fs-arqSessoes                        to ws-msn-erro-cod
               move "Erro ao criar arq. SESTEMPERATURAS  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes
               move ws-ses-reg(ws-ind-ses) to fd-sessao
               write fd-sessao
               if ws-fs-arqSessoes <> 0 then
                   move 146                                    to ws-msn-erro-ofsset
                   move ws-fs-arqSessoes                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. SESTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqSessoes
           if ws-fs-arqSessoes <> 0 then
               move 147                                    to ws-msn-erro-ofsset
               move ws-fs-arqSessoes                        to ws-msn-erro-cod
               move "Erro ao fechar arq. SESTEMPERATURAS "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-sessoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca as entradas do registro que impedem o pedido: para um
      *>  pedido exclusivo, qualquer outra entrada; para um pedido
      *>  compartilhado, so as exclusivas.
      *>------------------------------------------------------------------------
       apura-conflitos-sessao section.

           move 0 to ws-qtd-ses-conflito
           perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes
               move "N" to ws-ses-conflito(ws-ind-ses)
               if  ws-ses-tok(ws-ind-ses)      = ws-ses-token
               and ws-ses-programa(ws-ind-ses) = ws-ses-programa-atual then
                   continue
               else
                   if ws-ses-pedido-tipo = "X"
                   or ws-ses-tipo(ws-ind-ses) = "X" then
                       move "S" to ws-ses-conflito(ws-ind-ses)
                       add 1 to ws-qtd-ses-conflito
                   end-if
               end-if
           end-perform
           .
       apura-conflitos-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra as entradas em conflito: funcao, operador, desde
      *>  quando e o programa.
      *>------------------------------------------------------------------------
       exibe-conflitos-sessao section.

           perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes
               if ws-ses-conflito(ws-ind-ses) = "S" then
                   move ws-ses-funcao(ws-ind-ses)     to ws-sxb-funcao
                   move ws-ses-operador(ws-ind-ses)   to ws-sxb-operador
                   move ws-ses-data(ws-ind-ses)(7:2)  to ws-sxb-dia
                   move ws-ses-data(ws-ind-ses)(5:2)  to ws-sxb-mes
                   move ws-ses-data(ws-ind-ses)(1:4)  to ws-sxb-ano
                   move ws-ses-hora(ws-ind-ses)(1:2)  to ws-sxb-hora
                   move ws-ses-hora(ws-ind-ses)(3:2)  to ws-sxb-min
                   move ws-ses-hora(ws-ind-ses)(5:2)  to ws-sxb-seg
                   move ws-ses-programa(ws-ind-ses)   to ws-sxb-programa
                   display ws-linha-ses-exibe
               end-if
           end-perform
           .
       exibe-conflitos-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Liberacao de trava abandonada (sessao que caiu sem se
      *>  retirar do registro): so um supervisor (nivel 3; sem registro
      *>  de operadores, quem estiver no terminal) e so com
      *>  confirmacao. Cada entrada retirada vai para
      *>  LIBTEMPERATURAS.TXT com data/hora e quem liberou.
      *>------------------------------------------------------------------------
       oferece-liberacao-trava section.

           if ws-tem-operadores = "S" and ws-oper-nivel < 3 then
               display "Se a trava estiver abandonada, um supervisor "
                       "(nivel 3) pode libera-la"
           else
               display "Liberar a(s) trava(s) acima como abandonada(s) (S/N)? "
               move space to ws-ses-confirma
               accept ws-ses-confirma
               if ws-ses-confirma = "S" or ws-ses-confirma = "s" then
                   open extend arqLiberacoes
                   if ws-fs-arqLiberacoes = 35 then
                       open output arqLiberacoes
                   end-if
                   if ws-fs-arqLiberacoes <> 0 then
                       move 148                                    to ws-msn-erro-ofsset
                       move ws-fs-arqLiberacoes                     to ws-msn-erro-cod
                       move "Erro ao abrir arq. LIBTEMPERATURAS  "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move 0 to ws-ind-ses-dest
                   perform varying ws-ind-ses from 1 by 1
                             until ws-ind-ses > ws-qtd-sessoes
                       if ws-ses-conflito(ws-ind-ses) = "S" then
                           move ws-ses-data-agora      to ws-lib-data
                           move ws-ses-hora-agora      to ws-lib-hora
                           move ws-oper-id             to ws-lib-supervisor
                           move ws-ses-reg(ws-ind-ses) to ws-lib-sessao
                           move spaces to fd-linha-liberacao
                           move ws-linha-liberacao to fd-linha-liberacao
                           write fd-linha-liberacao
                           if ws-fs-arqLiberacoes <> 0 then
                               move 149                                    to ws-msn-erro-ofsset
                               move ws-fs-arqLiberacoes                     to ws-msn-erro-cod
                               move "Erro ao gravar arq. LIBTEMPERATURAS "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       else
                           add 1 to ws-ind-ses-dest
                           move ws-ses(ws-ind-ses) to ws-ses(ws-ind-ses-dest)
                       end-if
                   end-perform
                   move ws-ind-ses-dest to ws-qtd-sessoes
                   move 0 to ws-qtd-ses-conflito

                   close arqLiberacoes
                   if ws-fs-arqLiberacoes <> 0 then
                       move 150                                    to ws-msn-erro-ofsset
                       move ws-fs-arqLiberacoes                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. LIBTEMPERATURAS "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform grava-sessoes
                   display "Trava(s) liberada(s); registro em LIBTEMPERATURAS.TXT"
               end-if
           end-if
           .
       oferece-liberacao-trava-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           perform libera-sessao
           stop run
           .
       finaliza-anormal-exit.
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           perform libera-sessao
           stop run
           .
       finaliza-exit.
