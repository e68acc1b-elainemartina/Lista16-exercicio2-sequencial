           lock mode is automatic
           file status is ws-fs-arqHistorico.

           select arqAjustes assign to "arqAjustes.txt"          *> Arquivo de Ajustes de Pontuação (Contestações Lançadas no Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAjustes.

           select arqRankingHistorico assign to "arqRankingHistorico.txt" *> Arquivo com o Ranking Acumulado Impresso Para Divulgação
           organization is line sequential
           access mode is sequential
       fd arqHistorico.
       01  fd-linha-historico                      pic x(80).

       fd arqAjustes.
       01  fd-linha-ajuste                         pic x(180).

       fd arqRankingHistorico.
       01  fd-linha-ranking                        pic x(80).


       77  ws-fs-arqHistorico                        pic  9(02).
       77  ws-fs-arqRankingHistorico                 pic  9(02).
       77  ws-fs-arqAjustes                          pic  9(02).
       77  ws-qtd-ajustes                            pic  9(05) value zero.
       77  ws-qtd-jogadores                          pic  9(03) value zero.

      *>----Mesmo Layout da Linha Gravada em arqHistorico.txt Pelo Jogo
          05 ws-hist-nome                          pic x(25).
          05 filler                                pic x(01).
          05 ws-hist-pontos                        pic 9(02).
          05 filler                                pic x(01).
      *>   Numero da Sessão de Jogo (arqSessoes.txt) - Branco nas Linhas Antigas
          05 ws-hist-sessao                        pic x(06).

      *>----Layout Antigo da Linha do Historico, Sem o Codigo do Jogador -
      *>----Ainda Presente nos Arquivos Gravados Antes do Registro de Jogadores
          05 ws-hist-pontos-ant                    pic 9(02).
          05 filler                                pic x(05).

      *>----Mesmo Layout da Linha Gravada em arqAjustes.txt Pelo Jogo - Pontos
      *>----com Sinal, Lançados Contra a Sessão de Origem do Jogador
       01 ws-linha-ajuste.
          05 ws-aj-numero                          pic x(06).
          05 filler                                pic x(01).
          05 ws-aj-codigo                          pic x(04).
          05 filler                                pic x(01).
          05 ws-aj-data-sessao                     pic x(10).
          05 filler                                pic x(01).
          05 ws-aj-sessao                          pic x(06).
          05 filler                                pic x(01).
          05 ws-aj-pontos                          pic s9(02) sign leading separate.
          05 filler                                pic x(01).
          05 ws-aj-estado                          pic x(25).
          05 filler                                pic x(01).
          05 ws-aj-data                            pic x(10).
          05 filler                                pic x(01).
          05 ws-aj-hora                            pic x(08).
          05 filler                                pic x(01).
          05 ws-aj-operador                        pic x(08).
          05 filler                                pic x(01).
          05 ws-aj-nome                            pic x(25).
          05 filler                                pic x(01).
          05 ws-aj-motivo                          pic x(50).

      *>----Campos da Linha Já Interpretada, Seja Qual For o Layout de Origem
       01 ws-linha-apurada.
          05 ws-apur-codigo                        pic 9(04).
          05 ws-rank-total                         pic 9(05) value zero.
          05 ws-rank-sessoes                       pic 9(04) value zero.
          05 ws-rank-melhor                        pic 9(02) value zero.
      *>   Soma dos Ajustes de Pontuação do Jogador no Periodo (Já Incluida no Total)
          05 ws-rank-ajuste                        pic s9(04) value zero.

       01 ws-ranking-aux.
          05 ws-rank-codigo-aux                    pic 9(04) value zero.
          05 ws-rank-total-aux                     pic 9(05) value zero.
          05 ws-rank-sessoes-aux                   pic 9(04) value zero.
          05 ws-rank-melhor-aux                    pic 9(02) value zero.
          05 ws-rank-ajuste-aux                    pic s9(04) value zero.

       01 ws-indices.
          05 ws-ind-jog                            pic 9(03).

       01 ws-media-calculada                       pic 9(05).

       01 ws-total-ajustado                        pic s9(06).

       01 controle                                 pic x(1).
          88  trocou                               value "1".
          88  nao_trocou                           value "5".
          05 ws-rk-melhor                          pic zz9.
          05 filler                                pic x(04) value space.
          05 ws-rk-media                           pic zzzz9.
          05 filler                                pic x(03) value space.
          05 ws-rk-ajuste                          pic ++++9 blank when zero.

       01 ws-cabecalho-ranking                     pic x(80)
          value "Coloc. Cod.  Jogador                    Total   Sess.   Melhor Media Ajuste".

       01 ws-cabecalho-periodo.
          05 filler                                pic x(09) value "Periodo: ".
               perform finaliza-anormal
           end-if

      *>   Incluir no Total os Ajustes de Pontuação das Sessões do Periodo
           perform aplicar-ajustes

      *>   Ordenar o Ranking e Gravar o Arquivo Impresso
           perform ordenar-ranking
           perform gravar-ranking-arquivo

           display "Ranking Gravado em arqRankingHistorico.txt - "
                   ws-qtd-jogadores " Jogador(es) no Periodo, "
                   ws-qtd-ajustes " Ajuste(s) de Pontuacao Incluido(s)"

           .
       processamento-exit.
               move zero             to ws-rank-total(ws-ind-achado)
               move zero             to ws-rank-sessoes(ws-ind-achado)
               move zero             to ws-rank-melhor(ws-ind-achado)
               move zero             to ws-rank-ajuste(ws-ind-achado)
           end-if

      *>   Acumular os Totais da Linha no Jogador Encontrado/Criado
       acumular-linha-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Inclui no Ranking os Ajustes de Pontuação Cuja Sessão Está no Periodo -
      *>   o Ajuste Soma no Total do Jogador (Nunca Abaixo de Zero) Sem Mudar
      *>   a Quantidade de Sessões Nem a Melhor Pontuação de Sessão
      *>------------------------------------------------------------------------
       aplicar-ajustes section.

           open input arqAjustes
      *>   Sem o Arquivo Nenhum Ajuste Foi Lançado Ainda - Não é Situação de Erro
           if  ws-fs-arqAjustes = 35 then
               go to aplicar-ajustes-exit
           end-if
           if  ws-fs-arqAjustes <> 0 then
               move 11                                  to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAjustes    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqAjustes = 10

               read arqAjustes

               if  ws-fs-arqAjustes = 0 then
                   move fd-linha-ajuste to ws-linha-ajuste
                   perform acumular-linha-ajuste
               else
                   if  ws-fs-arqAjustes <> 10 then
                       move 12                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAjustes                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqAjustes      " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqAjustes
           if  ws-fs-arqAjustes <> 0 then
               move 13                                  to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqAjustes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Levar a Soma dos Ajustes Para o Total de Cada Jogador
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
               compute ws-total-ajustado = ws-rank-total(ws-ind-jog)
                                         + ws-rank-ajuste(ws-ind-jog)
               if  ws-total-ajustado < zero then
                   move zero to ws-total-ajustado
               end-if
               move ws-total-ajustado to ws-rank-total(ws-ind-jog)
           end-perform

           .
       aplicar-ajustes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Acumula um Ajuste na Tabela de Ranking, se a Sessão Estiver no Periodo
      *>------------------------------------------------------------------------
       acumular-linha-ajuste section.

           if  ws-aj-codigo is not numeric
           or  ws-aj-pontos is not numeric then
               go to acumular-linha-ajuste-exit
           end-if

           move ws-aj-data-sessao to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida then
               go to acumular-linha-ajuste-exit
           end-if

           move ws-conv-data-aamd-num to ws-data-linha-aamd
           if  ws-data-linha-aamd < ws-periodo-de-aamd
           or  ws-data-linha-aamd > ws-periodo-ate-aamd  then
               go to acumular-linha-ajuste-exit
           end-if

      *>   O Ajuste Sempre Tem Codigo - Procurar o Jogador Pelo Codigo
           move ws-aj-codigo to ws-apur-codigo
           move zero to ws-ind-achado
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
                                                     or ws-ind-achado > zero
               if  ws-rank-codigo(ws-ind-jog) = ws-apur-codigo then
                   move ws-ind-jog to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               if  ws-qtd-jogadores >= 200 then
                   move 14                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Ranking Cheia (200 Jog.)"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-jogadores
               move ws-qtd-jogadores to ws-ind-achado
               move ws-apur-codigo   to ws-rank-codigo(ws-ind-achado)
               move ws-aj-nome       to ws-rank-nome(ws-ind-achado)
               move zero             to ws-rank-total(ws-ind-achado)
               move zero             to ws-rank-sessoes(ws-ind-achado)
               move zero             to ws-rank-melhor(ws-ind-achado)
               move zero             to ws-rank-ajuste(ws-ind-achado)
           end-if

           add ws-aj-pontos to ws-rank-ajuste(ws-ind-achado)
           add 1            to ws-qtd-ajustes

           .
       acumular-linha-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Ordenação da Tabela de Ranking por Total de Pontos Decrescente
      *>------------------------------------------------------------------------
       ordenar-ranking section.
                   move zero to ws-media-calculada
               end-if
               move ws-media-calculada             to ws-rk-media
               move ws-rank-ajuste(ws-ind-jog)      to ws-rk-ajuste

               write fd-linha-ranking from ws-linha-ranking
               if  ws-fs-arqRankingHistorico <> 0 then
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

      *>   Codigo de Retorno Diferente de Zero Avisa Quem Encadeou o Programa
      *>   (Execução Noturna) de que Ele Terminou com Erro
           move 16 to return-code

           stop run

           .
