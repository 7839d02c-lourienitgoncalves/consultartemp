           lock mode is automatic
           file status is ws-fs-arqArcResumo.

      *>   Registro de operadores do programa principal: identifica
      *>   quem roda o utilitario no registro de sessoes
           select arqOperadores assign to "OPETEMPERATURAS.TXT"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

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

       i-o-control.

      *>Declaração de variáveis
       fd arqArcResumo.
       01  fd-linha-arc-resumo                      pic x(80).

       fd arqOperadores.
       01  fd-operador.
           05 fd-ope-id                            pic x(05).
           05 fd-ope-nome                          pic x(20).
           05 fd-ope-nivel                         pic 9(01).

       fd arqSessoes.
       01  fd-sessao                                pic x(80).

       fd arqLiberacoes.
       01  fd-linha-liberacao                       pic x(120).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-fs-arqMestre                          pic  9(02).
       01 ws-fs-arqMestreNovo                      pic  9(02).
       01 ws-fs-arqMorto                           pic  9(02).
       01 ws-fs-arqArcResumo                       pic  9(02).
       01 ws-fs-arqOperadores                      pic  9(02).
       01 ws-fs-arqSessoes                         pic  9(02).
       01 ws-fs-arqLiberacoes                      pic  9(02).

      *>   identificacao do operador que roda o utilitario, cobrada
      *>   quando o registro de operadores existe; na falta do
      *>   registro o programa segue aberto, como as demais funcoes
       77 ws-tem-operadores                         pic x(01) value "N".
       77 ws-oper-id                                pic x(05) value spaces.
       77 ws-oper-nome                              pic x(20) value spaces.
       77 ws-oper-nivel                             pic 9(01) value 3.
       77 ws-oper-id-digitado                       pic x(05).
       77 ws-oper-tentativas                        pic 9(01).
       77 ws-ope-achou                              pic x(01).

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
       77 ws-ses-programa-atual                     pic x(20) value "arquivaTemperaturas".
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

      *>   modo pedido ao operador: "A"rquivar leituras antigas ou
      *>   "R"ecarregar um ano ja arquivado de volta no mestre
       77 ws-qtd-ja-arquivados                      pic 9(06) value 0.
       77 ws-qtd-recarregados                       pic 9(06) value 0.
       77 ws-qtd-ja-no-mestre                       pic 9(06) value 0.
       77 ws-ind-arc-cont                           pic 9(04).

      *>   contagem de arquivadas por estacao/ano; o mestre vem
      *>   agrupado por estacao e, dentro dela, por ano, entao cada
      *>   par estacao/ano ocupa uma unica entrada sequencial
       01 ws-arc-contagem.
          05 ws-qtd-arc-cont                       pic 9(04) value 0.
          05 ws-arc-cont occurs 9999 times.
             10 ws-arc-cont-estacao                pic x(05).
             10 ws-arc-cont-ano                    pic 9(04).
             10 ws-arc-cont-qtd                    pic 9(05).

      *>   "S" quando a tabela de contagem estourou: as leituras alem
      *>   do 9999o par estacao/ano foram arquivadas normalmente, mas
      *>   ficaram fora da contagem - o relatorio e a evidencia de
      *>   auditoria do que foi movido e precisa avisar o corte
       77 ws-arc-cont-estourou                      pic x(01) value "N".
      *>Declaração do corpo do programa
       procedure division.

           perform identifica-operador.
           perform escolhe-modo.
           if ws-modo = "A" or ws-modo = "a" then
               perform arquiva
           end-if
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Identificacao do operador: quando o registro de operadores
      *>  do sistema existe, o utilitario pede o id (tres tentativas,
      *>  como na abertura de sessao do programa principal) para que
      *>  o registro de sessoes mostre quem esta regravando o mestre;
      *>  sem o registro, o programa segue aberto.
      *>------------------------------------------------------------------------
       identifica-operador section.

           open input arqOperadores.
           if ws-fs-arqOperadores = 35 then
               move "N" to ws-tem-operadores
           else
               if ws-fs-arqOperadores <> 0 then
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. OPETEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-tem-operadores

               move "N" to ws-ope-achou
               move 0   to ws-oper-tentativas
               perform until ws-ope-achou = "S"
                          or ws-oper-tentativas >= 3
                   add 1 to ws-oper-tentativas
                   display "Identificacao do operador: "
                   move spaces to ws-oper-id-digitado
                   accept ws-oper-id-digitado
                   perform busca-operador
                   if ws-ope-achou = "N" then
                       display "Operador '" ws-oper-id-digitado
                               "' nao registrado"
                   end-if
               end-perform

               close arqOperadores
               if ws-fs-arqOperadores <> 0 then
                   move 22                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. OPETEMPERATURAS"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-ope-achou = "N" then
                   display "Tres tentativas sem identificacao valida; "
                           "rodada cancelada"
                   stop run
               end-if

               display "Rodada conduzida por " ws-oper-nome
           end-if
           .
       identifica-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura no registro de operadores o id digitado e, quando o
      *>  acha, guarda nome e nivel. O arquivo e pequeno e e relido
      *>  por inteiro (close/open) a cada tentativa, para a segunda
      *>  tentativa nao comecar de onde a primeira parou.
      *>------------------------------------------------------------------------
       busca-operador section.

           move "N" to ws-ope-achou

           close arqOperadores
           open input arqOperadores
           if ws-fs-arqOperadores <> 0 then
               move 23                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao reler arq. OPETEMPERATURAS "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           read arqOperadores
           perform until ws-fs-arqOperadores = 10
                      or ws-ope-achou = "S"
               if ws-fs-arqOperadores <> 0 then
                   move 24                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao ler arq. OPETEMPERATURAS   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-ope-id = ws-oper-id-digitado then
                   move "S"          to ws-ope-achou
                   move fd-ope-id    to ws-oper-id
                   move fd-ope-nome  to ws-oper-nome
                   move fd-ope-nivel to ws-oper-nivel
               else
                   read arqOperadores
               end-if
           end-perform
           .
       busca-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pergunta ao operador o modo da rodada: arquivar o detalhe
      *>  diario antigo ou recarregar um ano arquivado para atender a
               stop run
           end-if

           move "ARQUIVO" to ws-ses-pedido-funcao
           perform reserva-utilitario

           open input arqMestre.
           if ws-fs-arqMestre = 35 then
               display "Mestre ARQTEMPERATURAS.DAT nao existe; nada a "
                       "arquivar"
               perform finaliza
           end-if
           if ws-fs-arqMestre <> 0 then
               move 1                                      to ws-msn-erro-ofsset
           and ws-arc-cont-ano(ws-qtd-arc-cont)     = fd-mst-ano then
               add 1 to ws-arc-cont-qtd(ws-qtd-arc-cont)
           else
               if ws-qtd-arc-cont < 9999 then
                   add 1 to ws-qtd-arc-cont
                   move fd-mst-estacao to ws-arc-cont-estacao(ws-qtd-arc-cont)
                   move fd-mst-ano     to ws-arc-cont-ano(ws-qtd-arc-cont)

           if ws-arc-cont-estourou = "S" then
               move spaces to fd-linha-arc-resumo
               move "AVISO: contagem truncada em 9999 pares estacao/ano;"
                    to fd-linha-arc-resumo
               write fd-linha-arc-resumo
               move spaces to fd-linha-arc-resumo
               move "leituras alem disso foram arquivadas sem contagem"
                    to fd-linha-arc-resumo
               write fd-linha-arc-resumo
               display "Aviso: resumo do arquivamento truncado em 9999 "
                       "pares estacao/ano"
           end-if

               stop run
           end-if

           move "RECARGA" to ws-ses-pedido-funcao
           perform reserva-utilitario

           move ws-ano-recarga to ws-morto-ano-txt
           move spaces to ws-morto-nome
           string "ARQTEMP" ws-morto-ano-txt ".DAT"
           if ws-fs-arqMorto = 35 then
               display "Arquivo morto " ws-morto-nome(1:15)
                       " nao encontrado; recarga cancelada"
               perform finaliza
           end-if
           if ws-fs-arqMorto <> 0 then
               move 15                                     to ws-msn-erro-ofsset
           if ws-fs-arqMestre = 35 then
               display "Mestre ARQTEMPERATURAS.DAT nao existe; "
                       "recarga cancelada"
               perform finaliza
           end-if
           if ws-fs-arqMestre <> 0 then
               move 16                                     to ws-msn-erro-ofsset
       recarrega-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquivamento e recarga regravam o mestre: entram no registro
      *>  de sessoes como funcao exclusiva (nome em ws-ses-pedido-
      *>  funcao), depois das perguntas ao operador (uma rodada
      *>  cancelada nao deixa trava), e sao recusados enquanto houver
      *>  sessao do programa principal ou outro utilitario aberto.
      *>------------------------------------------------------------------------
       reserva-utilitario section.

           move "X" to ws-ses-pedido-tipo
           move "S" to ws-ses-oferece
           perform adquire-trava
           if ws-ses-ok = "N" then
               display "Rodada recusada enquanto houver outras sessoes "
                       "abertas"
               stop run
           end-if
           .
       reserva-utilitario-exit.
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
                   move 25                                    to ws-msn-erro-ofsset
                   move ws-fs-arqSessoes                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. SESTEMPERATURAS  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqSessoes
               perform until ws-fs-arqSessoes = 10
                   if ws-fs-arqSessoes <> 0 then
                       move 26                                    to ws-msn-erro-ofsset
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
                   move 27                                    to ws-msn-erro-ofsset
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
               move 28                                    to ws-msn-erro-ofsset
               move ws-fs-arqSessoes                        to ws-msn-erro-cod
               move "Erro ao criar arq. SESTEMPERATURAS  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes
               move ws-ses-reg(ws-ind-ses) to fd-sessao
               write fd-sessao
               if ws-fs-arqSessoes <> 0 then
                   move 29                                    to ws-msn-erro-ofsset
                   move ws-fs-arqSessoes                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. SESTEMPERATURAS "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqSessoes
           if ws-fs-arqSessoes <> 0 then
               move 30                                    to ws-msn-erro-ofsset
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
                       move 31                                    to ws-msn-erro-ofsset
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
                               move 32                                    to ws-msn-erro-ofsset
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
                       move 33                                    to ws-msn-erro-ofsset
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
