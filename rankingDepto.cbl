           lock mode is automatic
           file status is ws-fs-arqHistorico.

           select arqAjustes assign to "arqAjustes.txt"          *> Arquivo de Ajustes de Pontuação (Contestações Lançadas no Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAjustes.

           select arqJogadoresCad assign to "arqJogadoresCad.txt" *> Arquivo de Registro Permanente de Jogadores, Indexado Pelo Codigo
           organization is indexed
           access mode is sequential
       fd arqHistorico.
       01  fd-linha-historico                      pic x(80).

       fd arqAjustes.
       01  fd-linha-ajuste                         pic x(180).

       fd arqJogadoresCad.
       01  fd-linha-jogador-cad.
           05 fd-jogcad-codigo                     pic 9(04).
       77  ws-fs-arqHistorico                        pic  9(02).
       77  ws-fs-arqJogadoresCad                     pic  9(02).
       77  ws-fs-arqRankingDepto                     pic  9(02).
       77  ws-fs-arqAjustes                          pic  9(02).
       77  ws-qtd-ajustes                            pic  9(05) value zero.

      *>----Tabela do Registro Permanente Para Resolver o Departamento Pelo
      *>----Codigo (Inativos Entram - o Historico Deles Continua Contando)
          05 ws-hist-nome                          pic x(25).
          05 filler                                pic x(01).
          05 ws-hist-pontos                        pic 9(02).
          05 filler                                pic x(01).
      *>   Numero da Sessão de Jogo (arqSessoes.txt) - Branco nas Linhas Antigas
          05 ws-hist-sessao                        pic x(06).

      *>----Layout Antigo da Linha do Historico, Sem o Codigo do Jogador
       01 ws-linha-historico-ant redefines ws-linha-historico.
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
          05 ws-dep-sessoes                        pic 9(05) value zero.
          05 ws-dep-jogadores                      pic 9(03) value zero.
          05 ws-dep-media                          pic 9(05) value zero.
      *>   Soma dos Ajustes de Pontuação do Departamento (Já Incluida nos Pontos)
          05 ws-dep-ajuste                         pic s9(05) value zero.
      *>   Participantes Já Vistos do Departamento - Codigo, ou Nome nas Linhas
      *>   Sem Codigo (Historico de Antes do Registro de Jogadores)
          05 ws-dep-part occurs 200.
          05 ws-dep-sessoes-aux                    pic 9(05).
          05 ws-dep-jogadores-aux                  pic 9(03).
          05 ws-dep-media-aux                      pic 9(05).
          05 ws-dep-ajuste-aux                     pic s9(05).
          05 ws-dep-part-aux occurs 200.
             10 ws-dep-part-codigo-aux             pic 9(04).
             10 ws-dep-part-nome-aux               pic x(25).

       01 ws-data-linha-aamd                       pic 9(08).

       01 ws-pontos-ajustados                      pic s9(07).

       01 controle                                 pic x(1).
          88  trocou                               value "1".
          88  nao_trocou                           value "5".
          05 ws-rkd-jogadores                      pic zz9.
          05 filler                                pic x(06) value space.
          05 ws-rkd-media                          pic zzzz9.
          05 filler                                pic x(05) value space.
          05 ws-rkd-ajuste                         pic ++++9 blank when zero.

       01 ws-cabecalho-ranking-depto               pic x(80)
          value "Coloc. Departamento      Pontos   Sess.   Jogadores   Pts/Jog Ajuste".

       01 ws-cabecalho-periodo.
          05 filler                                pic x(09) value "Periodo: ".
               perform finaliza-anormal
           end-if

      *>   Incluir nos Pontos os Ajustes de Pontuação das Sessões do Periodo
           perform aplicar-ajustes

      *>   Calcular os Pontos por Jogador, Ordenar e Gravar o Arquivo Impresso
           perform calcular-medias-depto
           perform ordenar-ranking-depto
           perform gravar-ranking-depto

           display "Ranking Gravado em arqRankingDepto.txt - "
                   ws-qtd-deptos " Departamento(s) no Periodo, "
                   ws-qtd-ajustes " Ajuste(s) de Pontuacao Incluido(s)"

           .
       processamento-exit.
               move zero          to ws-dep-pontos(ws-ind-dep-achado)
               move zero          to ws-dep-sessoes(ws-ind-dep-achado)
               move zero          to ws-dep-jogadores(ws-ind-dep-achado)
               move zero          to ws-dep-ajuste(ws-ind-dep-achado)
           end-if

           add ws-apur-pontos to ws-dep-pontos(ws-ind-dep-achado)
       acumular-linha-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Inclui os Ajustes de Pontuação Cuja Sessão Está no Periodo nos Pontos
      *>   do Departamento do Jogador (Nunca Abaixo de Zero) - Sessões e
      *>   Participantes Não Mudam, o Ajuste Corrige uma Sessão Já Contada
      *>------------------------------------------------------------------------
       aplicar-ajustes section.

           open input arqAjustes
      *>   Sem o Arquivo Nenhum Ajuste Foi Lançado Ainda - Não é Situação de Erro
           if  ws-fs-arqAjustes = 35 then
               go to aplicar-ajustes-exit
           end-if
           if  ws-fs-arqAjustes <> 0 then
               move 14                                  to ws-msn-erro-ofsset
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
                       move 15                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAjustes                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqAjustes      " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqAjustes
           if  ws-fs-arqAjustes <> 0 then
               move 16                                  to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqAjustes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Levar a Soma dos Ajustes Para os Pontos de Cada Departamento
           perform varying ws-ind-dep from 1 by 1 until ws-ind-dep > ws-qtd-deptos
               compute ws-pontos-ajustados = ws-dep-pontos(ws-ind-dep)
                                           + ws-dep-ajuste(ws-ind-dep)
               if  ws-pontos-ajustados < zero then
                   move zero to ws-pontos-ajustados
               end-if
               move ws-pontos-ajustados to ws-dep-pontos(ws-ind-dep)
           end-perform

           .
       aplicar-ajustes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Acumula um Ajuste no Departamento do Jogador, se a Sessão Estiver no Periodo
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

      *>   Resolver o Departamento Pelo Codigo do Registro Permanente
           move ws-aj-codigo to ws-apur-codigo
           move "Sem Depto"  to ws-apur-depto
           move zero to ws-ind-achado
           perform varying ws-ind-cad from 1 by 1 until ws-ind-cad > ws-qtd-cadastrados
                                                     or ws-ind-achado > zero
               if  ws-cad-codigo(ws-ind-cad) = ws-apur-codigo then
                   move ws-ind-cad to ws-ind-achado
               end-if
           end-perform
           if  ws-ind-achado > zero
           and ws-cad-depto(ws-ind-achado) <> space  then
               move ws-cad-depto(ws-ind-achado) to ws-apur-depto
           end-if

           move zero to ws-ind-dep-achado
           perform varying ws-ind-dep from 1 by 1 until ws-ind-dep > ws-qtd-deptos
                                                     or ws-ind-dep-achado > zero
               if  ws-dep-nome(ws-ind-dep) = ws-apur-depto then
                   move ws-ind-dep to ws-ind-dep-achado
               end-if
           end-perform

           if  ws-ind-dep-achado = zero then
               if  ws-qtd-deptos >= 50 then
                   move 17                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Departamentos Cheia (50)"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-deptos
               move ws-qtd-deptos to ws-ind-dep-achado
               move ws-apur-depto to ws-dep-nome(ws-ind-dep-achado)
               move zero          to ws-dep-pontos(ws-ind-dep-achado)
               move zero          to ws-dep-sessoes(ws-ind-dep-achado)
               move zero          to ws-dep-jogadores(ws-ind-dep-achado)
               move zero          to ws-dep-ajuste(ws-ind-dep-achado)
           end-if

           add ws-aj-pontos to ws-dep-ajuste(ws-ind-dep-achado)
           add 1            to ws-qtd-ajustes

           .
       acumular-linha-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Calcula os Pontos por Jogador de Cada Departamento - o Criterio que
      *>   Impede os Departamentos Grandes de Afogarem os Pequenos
      *>------------------------------------------------------------------------
               move ws-dep-sessoes(ws-ind-dep)    to ws-rkd-sessoes
               move ws-dep-jogadores(ws-ind-dep)  to ws-rkd-jogadores
               move ws-dep-media(ws-ind-dep)      to ws-rkd-media
               move ws-dep-ajuste(ws-ind-dep)     to ws-rkd-ajuste

               write fd-linha-ranking-depto from ws-linha-ranking-depto
               if  ws-fs-arqRankingDepto <> 0 then
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

      *>   Codigo de Retorno Diferente de Zero Avisa Quem Encadeou o Programa
      *>   (Execução Noturna) de que Ele Terminou com Erro
           move 16 to return-code

           stop run

           .
