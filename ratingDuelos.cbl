      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "ratingDuelos".
       author. "Elaine Martina Andre.
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>------------------------------------------------------------------------
      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqDuelos assign to "arqDuelos.txt"               *> Arquivo de Resultados dos Duelos (Gravado Pelo Jogo ao Fim de Cada Duelo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDuelos.

           select arqRatingDuelos assign to "arqRatingDuelos.txt"   *> Escada de Rating dos Duelos e Quadro de Confronto Direto Impressos
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRatingDuelos.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqDuelos.
       01  fd-linha-duelo                          pic x(150).

       fd arqRatingDuelos.
       01  fd-linha-rating                         pic x(132).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqDuelos                           pic  9(02).
       77  ws-fs-arqRatingDuelos                     pic  9(02).
       77  ws-qtd-jogadores                          pic  9(02) value zero.

      *>----Mesmo Layout da Linha Gravada em arqDuelos.txt Pelo Jogo
       01 ws-linha-duelo.
          05 ws-dlr-data                           pic x(10).
          05 filler                                pic x(01).
          05 ws-dlr-hora                           pic x(08).
          05 filler                                pic x(01).
          05 ws-dlr-sessao                         pic x(06).
          05 filler                                pic x(01).
          05 ws-dlr-codigo1                        pic 9(04).
          05 filler                                pic x(01).
          05 ws-dlr-nome1                          pic x(25).
          05 filler                                pic x(01).
          05 ws-dlr-codigo2                        pic 9(04).
          05 filler                                pic x(01).
          05 ws-dlr-nome2                          pic x(25).
          05 filler                                pic x(01).
          05 ws-dlr-vitorias1                      pic 9(03).
          05 filler                                pic x(01).
          05 ws-dlr-vitorias2                      pic 9(03).
          05 filler                                pic x(01).
          05 ws-dlr-empates                        pic 9(03).
          05 filler                                pic x(01).
          05 ws-dlr-sem-ponto                      pic 9(03).
          05 filler                                pic x(01).
          05 ws-dlr-deck                           pic x(30).

      *>----Regras do Rating - Todo Jogador Começa com o Rating Inicial e Cada
      *>----Duelo Transfere Pontos do Perdedor ao Vencedor Conforme a Expectativa
      *>----de Resultado Entre os Dois (Quem Vence um Favorito Ganha Mais)
       01 ws-regras-rating.
          05 ws-rating-inicial                     pic 9(04) value 1000.
          05 ws-fator-k                            pic 9(02) value 32.
          05 ws-escala-rating                      pic 9(03) value 400.

      *>----Tabela dos Jogadores Encontrados nos Duelos (Rating e Retrospecto)
       01 ws-jogadores occurs 99.
          05 ws-jog-codigo                         pic 9(04) value zero.
          05 ws-jog-nome                           pic x(25).
          05 ws-jog-rating                         pic s9(05)v99 value zero.
          05 ws-jog-duelos                         pic 9(04) value zero.
          05 ws-jog-vitorias                       pic 9(04) value zero.
          05 ws-jog-derrotas                       pic 9(04) value zero.
          05 ws-jog-empates                        pic 9(04) value zero.
          05 ws-jog-rod-ganhas                     pic 9(05) value zero.
          05 ws-jog-rod-perdidas                   pic 9(05) value zero.

      *>----Confronto Direto - Duelos Vencidos Pelo Jogador da Linha Contra o da
      *>----Coluna (Posições da Tabela de Jogadores) e Duelos Jogados Entre os Dois
       01 ws-confronto occurs 99.
          05 ws-conf-coluna occurs 99.
             10 ws-conf-vitorias                   pic 9(03) value zero.
             10 ws-conf-duelos                     pic 9(03) value zero.

      *>----Ordem de Impressão da Escada - Posições da Tabela de Jogadores
      *>----Ordenadas Pelo Rating (a Tabela Fica Parada Por Causa do Confronto)
       01 ws-ordem occurs 99                       pic 9(03).
       01 ws-ordem-aux                             pic 9(03).

       01 ws-indices.
          05 ws-ind-jog                            pic 9(03).
          05 ws-ind-col                            pic 9(03).
          05 ws-ind-ord                            pic 9(03).
          05 ws-ind-achado                         pic 9(03).
          05 ws-ind-jog1                           pic 9(03).
          05 ws-ind-jog2                           pic 9(03).
          05 ws-ind-bloco                          pic 9(03).
          05 ws-ind-fim-bloco                      pic 9(03).
          05 ws-ind-cel                            pic 9(03).

      *>----Jogador da Linha do Duelo em Busca na Tabela
       01 ws-busca-jogador.
          05 ws-busca-codigo                       pic 9(04).
          05 ws-busca-nome                         pic x(25).

      *>----Apoio do Calculo do Rating do Duelo
       01 ws-calculo-rating.
          05 ws-resultado-jog1                     pic 9v9.
          05 ws-expectativa-jog1                   pic 9v9(06).
          05 ws-diferenca-rating                   pic s9(05)v99.
          05 ws-variacao-rating                    pic s9(03)v9(04).

       01 ws-totais.
          05 ws-tot-linhas-lidas                   pic 9(06) value zero.
          05 ws-tot-duelos                         pic 9(06) value zero.
          05 ws-tot-linhas-invalidas               pic 9(06) value zero.

       01 controle                                 pic x(1).
          88  trocou                               value "1".
          88  nao_trocou                           value "5".

      *>----Linha da Escada de Rating Impressa em arqRatingDuelos.txt (Layout Colunar)
       01 ws-linha-escada.
          05 ws-le-colocacao                       pic z9.
          05 filler                                pic x(03) value space.
          05 ws-le-codigo                          pic 9(04).
          05 filler                                pic x(02) value space.
          05 ws-le-nome                            pic x(25).
          05 filler                                pic x(02) value space.
          05 ws-le-rating                          pic zzzz9.
          05 filler                                pic x(03) value space.
          05 ws-le-duelos                          pic zzz9.
          05 filler                                pic x(03) value space.
          05 ws-le-vitorias                        pic zzz9.
          05 filler                                pic x(03) value space.
          05 ws-le-derrotas                        pic zzz9.
          05 filler                                pic x(03) value space.
          05 ws-le-empates                         pic zzz9.
          05 filler                                pic x(03) value space.
          05 ws-le-rod-ganhas                      pic zzzz9.
          05 filler                                pic x(01) value "/".
          05 ws-le-rod-perdidas                    pic zzzz9.

       01 ws-cabecalho-escada                      pic x(132)
          value "Col. Cod.  Jogador                    Rating  Duelos  Vitor.  Derr.  Empat.  Rodadas G/P".

      *>----Linha do Quadro de Confronto Direto - Cada Celula Traz "Vitorias-Derrotas"
      *>----do Jogador da Linha Contra o Jogador da Coluna (Numero da Colocação)
       01 ws-linha-confronto.
          05 ws-lc-colocacao                       pic z9.
          05 filler                                pic x(01) value space.
          05 ws-lc-nome                            pic x(20).
          05 filler                                pic x(01) value space.
          05 ws-lc-celula occurs 12.
             10 filler                             pic x(01) value space.
             10 ws-lc-texto                        pic x(07).

       01 ws-cabecalho-confronto.
          05 filler                                pic x(24) value "Col. Jogador  x Col.:".
          05 ws-cc-celula occurs 12.
             10 filler                             pic x(01) value space.
             10 filler                             pic x(03) value space.
             10 ws-cc-colocacao                    pic z9.
             10 filler                             pic x(02) value space.

      *>----Celula de Confronto Montada - Vitorias e Derrotas Contra o Adversario
       01 ws-celula-confronto.
          05 ws-cel-vitorias                       pic zz9.
          05 filler                                pic x(01) value "-".
          05 ws-cel-derrotas                       pic zz9.

       01 ws-titulo-escada                         pic x(80)
          value "Escada de Rating dos Duelos - Quiz Estados Brasileiros".

       01 ws-titulo-confronto                      pic x(80)
          value "Confronto Direto - Duelos Vencidos-Perdidos (Linha Contra Coluna)".

       01 ws-linha-regras.
          05 filler                                pic x(16) value "Rating Inicial: ".
          05 ws-lrg-inicial                        pic zzz9.
          05 filler                                pic x(12) value "  Fator K: ".
          05 ws-lrg-fator-k                        pic z9.
          05 filler                                pic x(12) value "  Duelos: ".
          05 ws-lrg-duelos                         pic zzzzz9.

       01 ws-linha-branca                          pic x(01) value space.

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>------------------------------------------------------------------------
      *>----Variaveis para comunicação entre programas
       linkage section.

      *>------------------------------------------------------------------------
      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>                            Inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display "Escada de Rating e Confronto Direto dos Duelos"

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

      *>   Open Input - Abre o Arquivo de Duelos Somente Para Leitura
           open input arqDuelos.
      *>   Tratamento de Erro - Caso o File Status dê Diferente de Zero (Comando Executado com Sucesso) Aparecerá a Mensagem de Erro na Section Finaliza Anormal
           if  ws-fs-arqDuelos <> 0 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqDuelos                     to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqDuelos     " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Ler os Duelos na Ordem em Que Foram Jogados - o Rating de Cada
      *>   Jogador Evolui Duelo a Duelo, Igual Aconteceu na Vida Real
           perform until ws-fs-arqDuelos = 10

               read arqDuelos

               if  ws-fs-arqDuelos = 0 then
                   add 1 to ws-tot-linhas-lidas
                   move fd-linha-duelo to ws-linha-duelo
                   perform aplicar-duelo
               else
                   if  ws-fs-arqDuelos <> 10 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqDuelos                     to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqDuelos      "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqDuelos
           if  ws-fs-arqDuelos <> 0 then
               move 3                                   to ws-msn-erro-ofsset
               move ws-fs-arqDuelos                     to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqDuelos    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Ordenar a Escada Pelo Rating e Gravar o Arquivo Impresso
           perform ordenar-escada
           perform gravar-rating-arquivo

           display "Escada Gravada em arqRatingDuelos.txt - "
                   ws-tot-duelos " Duelo(s), "
                   ws-qtd-jogadores " Jogador(es)"
           if  ws-tot-linhas-invalidas > zero then
               display "Aviso - " ws-tot-linhas-invalidas
                       " Linha(s) Invalida(s) Ignorada(s) em arqDuelos.txt"
           end-if

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Aplica um Duelo - Localiza os Dois Jogadores, Atualiza o Retrospecto,
      *>   o Confronto Direto e o Rating de Cada um
      *>------------------------------------------------------------------------
       aplicar-duelo section.

      *>   Linha com Placar Não Numerico Não Entra na Apuração
           if  ws-dlr-codigo1   is not numeric
           or  ws-dlr-codigo2   is not numeric
           or  ws-dlr-vitorias1 is not numeric
           or  ws-dlr-vitorias2 is not numeric
           or  ws-dlr-empates   is not numeric  then
               add 1 to ws-tot-linhas-invalidas
               go to aplicar-duelo-exit
           end-if

           add 1 to ws-tot-duelos

           move ws-dlr-codigo1 to ws-busca-codigo
           move ws-dlr-nome1   to ws-busca-nome
           perform localizar-jogador
           move ws-ind-achado  to ws-ind-jog1

           move ws-dlr-codigo2 to ws-busca-codigo
           move ws-dlr-nome2   to ws-busca-nome
           perform localizar-jogador
           move ws-ind-achado  to ws-ind-jog2

      *>   Resultado do Duelo Pelo Jogador 1 - Mais Rodadas Vencidas Ganha o
      *>   Duelo (1), Menos Perde (0) e Igual Empata (Meio Ponto)
           add 1 to ws-jog-duelos(ws-ind-jog1)
           add 1 to ws-jog-duelos(ws-ind-jog2)
           add 1 to ws-conf-duelos(ws-ind-jog1, ws-ind-jog2)
           add 1 to ws-conf-duelos(ws-ind-jog2, ws-ind-jog1)

           add ws-dlr-vitorias1 to ws-jog-rod-ganhas(ws-ind-jog1)
           add ws-dlr-vitorias2 to ws-jog-rod-perdidas(ws-ind-jog1)
           add ws-dlr-vitorias2 to ws-jog-rod-ganhas(ws-ind-jog2)
           add ws-dlr-vitorias1 to ws-jog-rod-perdidas(ws-ind-jog2)

           if  ws-dlr-vitorias1 > ws-dlr-vitorias2 then
               move 1 to ws-resultado-jog1
               add 1 to ws-jog-vitorias(ws-ind-jog1)
               add 1 to ws-jog-derrotas(ws-ind-jog2)
               add 1 to ws-conf-vitorias(ws-ind-jog1, ws-ind-jog2)
           else
               if  ws-dlr-vitorias2 > ws-dlr-vitorias1 then
                   move zero to ws-resultado-jog1
                   add 1 to ws-jog-vitorias(ws-ind-jog2)
                   add 1 to ws-jog-derrotas(ws-ind-jog1)
                   add 1 to ws-conf-vitorias(ws-ind-jog2, ws-ind-jog1)
               else
                   move 0,5 to ws-resultado-jog1
                   add 1 to ws-jog-empates(ws-ind-jog1)
                   add 1 to ws-jog-empates(ws-ind-jog2)
               end-if
           end-if

      *>   Expectativa de Vitoria do Jogador 1 Pela Diferença de Rating - a
      *>   Variação é Somada a Um e Subtraida do Outro (o Total Não Muda)
           compute ws-diferenca-rating =
                   ws-jog-rating(ws-ind-jog2) - ws-jog-rating(ws-ind-jog1)
           if  ws-diferenca-rating = zero then
               move 0,5 to ws-expectativa-jog1
           else
               compute ws-expectativa-jog1 rounded =
                       1 / (1 + 10 ** (ws-diferenca-rating / ws-escala-rating))
           end-if
           compute ws-variacao-rating rounded =
                   ws-fator-k * (ws-resultado-jog1 - ws-expectativa-jog1)

           add      ws-variacao-rating to   ws-jog-rating(ws-ind-jog1)
           subtract ws-variacao-rating from ws-jog-rating(ws-ind-jog2)

           .
       aplicar-duelo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Localiza o Jogador na Tabela - Pelo Codigo Quando a Linha Tem Codigo,
      *>   Senão Pelo Nome - e Abre uma Posição Nova Para Quem Ainda Não Duelou
      *>------------------------------------------------------------------------
       localizar-jogador section.

           move zero to ws-ind-achado
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
                                                     or ws-ind-achado > zero
               if  (ws-busca-codigo > zero
               and  ws-jog-codigo(ws-ind-jog) = ws-busca-codigo)
               or  (ws-busca-codigo = zero
               and  ws-jog-codigo(ws-ind-jog) = zero
               and  ws-jog-nome(ws-ind-jog) = ws-busca-nome)  then
                   move ws-ind-jog to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               if  ws-qtd-jogadores >= 99 then
                   move 4                                    to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Jogadores Cheia (99 Jog.)" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-jogadores
               move ws-qtd-jogadores  to ws-ind-achado
               move ws-busca-codigo   to ws-jog-codigo(ws-ind-achado)
               move ws-busca-nome     to ws-jog-nome(ws-ind-achado)
               move ws-rating-inicial to ws-jog-rating(ws-ind-achado)
           end-if

           .
       localizar-jogador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Ordenação da Escada por Rating Decrescente (Desempate Pelas Vitorias)
      *>------------------------------------------------------------------------
       ordenar-escada section.

      *>   A Ordem Começa Igual à Posição na Tabela de Jogadores
           perform varying ws-ind-ord from 1 by 1 until ws-ind-ord > ws-qtd-jogadores
               move ws-ind-ord to ws-ordem(ws-ind-ord)
           end-perform

           set trocou  to true

           perform until nao_trocou
      *>       Movendo 1 Para o Indice da Ordem
               move 1           to     ws-ind-ord

      *>       Colocando Não Trocou para Verdadeiro
               set nao_trocou   to true

      *>       Executando Até Que o Indice Alcance o Ultimo Jogador da Escada
               perform until ws-ind-ord >= ws-qtd-jogadores

                   move ws-ordem(ws-ind-ord)     to ws-ind-jog
                   move ws-ordem(ws-ind-ord + 1) to ws-ind-col

                   if  ws-jog-rating(ws-ind-jog) < ws-jog-rating(ws-ind-col)          *> Critério de Ordenação é o Rating
                   or (ws-jog-rating(ws-ind-jog) = ws-jog-rating(ws-ind-col)          *> Em Caso de Empate, Desempata Pelas Vitorias
                   and ws-jog-vitorias(ws-ind-jog) < ws-jog-vitorias(ws-ind-col))  then
      *>               FAZ TROCA...
                       move ws-ordem(ws-ind-ord + 1)  to  ws-ordem-aux
                       move ws-ordem(ws-ind-ord)      to  ws-ordem(ws-ind-ord + 1)
                       move ws-ordem-aux              to  ws-ordem(ws-ind-ord)

                       set trocou         to  true
                   end-if

      *>           Adicionando 1 Para o Indice da Ordem Para ir Para o Proximo Jogador
                   add  1   to ws-ind-ord

               end-perform

           end-perform

           .
       ordenar-escada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Gravação da Escada de Rating e do Quadro de Confronto Direto
      *>------------------------------------------------------------------------
       gravar-rating-arquivo section.

      *>   Abrir o Arquivo em Modo Output, um Arquivo Novo Para Cada Apuração
           open output arqRatingDuelos
           if  ws-fs-arqRatingDuelos <> 0 then
               move 5                                         to ws-msn-erro-ofsset
               move ws-fs-arqRatingDuelos                     to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqRatingDuelos   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Gravar o Titulo, as Regras do Rating e o Cabeçalho das Colunas
           write fd-linha-rating from ws-titulo-escada
           if  ws-fs-arqRatingDuelos <> 0 then
               perform erro-gravar-rating
           end-if

           move ws-rating-inicial to ws-lrg-inicial
           move ws-fator-k        to ws-lrg-fator-k
           move ws-tot-duelos     to ws-lrg-duelos
           write fd-linha-rating from ws-linha-regras
           if  ws-fs-arqRatingDuelos <> 0 then
               perform erro-gravar-rating
           end-if

           write fd-linha-rating from ws-cabecalho-escada
           if  ws-fs-arqRatingDuelos <> 0 then
               perform erro-gravar-rating
           end-if

      *>   Gravar Uma Linha Por Jogador, na Ordem da Escada
           perform varying ws-ind-ord from 1 by 1 until ws-ind-ord > ws-qtd-jogadores

               move ws-ordem(ws-ind-ord)              to ws-ind-jog
               move ws-ind-ord                        to ws-le-colocacao
               move ws-jog-codigo(ws-ind-jog)         to ws-le-codigo
               move ws-jog-nome(ws-ind-jog)           to ws-le-nome
               compute ws-le-rating rounded = ws-jog-rating(ws-ind-jog)
               move ws-jog-duelos(ws-ind-jog)         to ws-le-duelos
               move ws-jog-vitorias(ws-ind-jog)       to ws-le-vitorias
               move ws-jog-derrotas(ws-ind-jog)       to ws-le-derrotas
               move ws-jog-empates(ws-ind-jog)        to ws-le-empates
               move ws-jog-rod-ganhas(ws-ind-jog)     to ws-le-rod-ganhas
               move ws-jog-rod-perdidas(ws-ind-jog)   to ws-le-rod-perdidas

               write fd-linha-rating from ws-linha-escada
               if  ws-fs-arqRatingDuelos <> 0 then
                   perform erro-gravar-rating
               end-if

           end-perform

      *>   Quadro de Confronto Direto em Blocos de 12 Colunas - as Colunas São
      *>   Identificadas Pelo Numero da Colocação na Escada
           write fd-linha-rating from ws-linha-branca
           if  ws-fs-arqRatingDuelos <> 0 then
               perform erro-gravar-rating
           end-if
           write fd-linha-rating from ws-titulo-confronto
           if  ws-fs-arqRatingDuelos <> 0 then
               perform erro-gravar-rating
           end-if

           perform varying ws-ind-bloco from 1 by 12 until ws-ind-bloco > ws-qtd-jogadores
               perform gravar-bloco-confronto
           end-perform

           close arqRatingDuelos
           if  ws-fs-arqRatingDuelos <> 0 then
               move 6                                         to ws-msn-erro-ofsset
               move ws-fs-arqRatingDuelos                     to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqRatingDuelos  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-rating-arquivo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Grava um Bloco do Quadro de Confronto - Todas as Linhas Contra as Até
      *>   12 Colunas que Começam em ws-ind-bloco
      *>------------------------------------------------------------------------
       gravar-bloco-confronto section.

           compute ws-ind-fim-bloco = ws-ind-bloco + 11
           if  ws-ind-fim-bloco > ws-qtd-jogadores then
               move ws-qtd-jogadores to ws-ind-fim-bloco
           end-if

      *>   Cabeçalho do Bloco com a Colocação de Cada Coluna
           move space to ws-cabecalho-confronto(25:)
           move 1     to ws-ind-cel
           perform varying ws-ind-col from ws-ind-bloco by 1 until ws-ind-col > ws-ind-fim-bloco
               move ws-ind-col to ws-cc-colocacao(ws-ind-cel)
               add 1 to ws-ind-cel
           end-perform

           write fd-linha-rating from ws-linha-branca
           if  ws-fs-arqRatingDuelos <> 0 then
               perform erro-gravar-rating
           end-if
           write fd-linha-rating from ws-cabecalho-confronto
           if  ws-fs-arqRatingDuelos <> 0 then
               perform erro-gravar-rating
           end-if

      *>   Uma Linha Por Jogador, na Ordem da Escada
           perform varying ws-ind-ord from 1 by 1 until ws-ind-ord > ws-qtd-jogadores

               move ws-ordem(ws-ind-ord)    to ws-ind-jog
               move ws-ind-ord              to ws-lc-colocacao
               move ws-jog-nome(ws-ind-jog) to ws-lc-nome
               move space to ws-linha-confronto(25:)

               move 1 to ws-ind-cel
               perform varying ws-ind-col from ws-ind-bloco by 1 until ws-ind-col > ws-ind-fim-bloco
                   perform montar-celula-confronto
                   add 1 to ws-ind-cel
               end-perform

               write fd-linha-rating from ws-linha-confronto
               if  ws-fs-arqRatingDuelos <> 0 then
                   perform erro-gravar-rating
               end-if

           end-perform

           .
       gravar-bloco-confronto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Monta a Celula do Jogador da Linha (ws-ind-jog) Contra o Jogador da
      *>   Colocação ws-ind-col - "Vitorias-Derrotas", Traço na Diagonal e
      *>   Ponto Quando os Dois Nunca Duelaram
      *>------------------------------------------------------------------------
       montar-celula-confronto section.

           move ws-ordem(ws-ind-col) to ws-ind-jog2

           if  ws-ind-jog2 = ws-ind-jog then
               move "    -  " to ws-lc-texto(ws-ind-cel)
               go to montar-celula-confronto-exit
           end-if

           if  ws-conf-duelos(ws-ind-jog, ws-ind-jog2) = zero then
               move "    .  " to ws-lc-texto(ws-ind-cel)
               go to montar-celula-confronto-exit
           end-if

           move ws-conf-vitorias(ws-ind-jog, ws-ind-jog2)  to ws-cel-vitorias
           move ws-conf-vitorias(ws-ind-jog2, ws-ind-jog)  to ws-cel-derrotas
           move ws-celula-confronto                        to ws-lc-texto(ws-ind-cel)

           .
       montar-celula-confronto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Erro Padrão de Gravação do Arquivo da Escada de Rating
      *>------------------------------------------------------------------------
       erro-gravar-rating section.

           move 7                                         to ws-msn-erro-ofsset
           move ws-fs-arqRatingDuelos                     to ws-msn-erro-cod
           move "Erro ao Gravar Arq. arqRatingDuelos  "   to ws-msn-erro-text
           perform finaliza-anormal

           .
       erro-gravar-rating-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

      *>   Caso Finalize de Forma Anormal a Mensagem de Erro Aparecerá
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

      *>   Codigo de Retorno Diferente de Zero Avisa Quem Encadeou o Programa
      *>   (Execução Noturna) de que Ele Terminou com Erro
           move 16 to return-code

           stop run

           .
       finaliza-anormal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                        Finalização  Normal
      *>------------------------------------------------------------------------
       finaliza section.

           stop run

           .
       finaliza-exit.
           exit.
