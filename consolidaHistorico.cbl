          05 ws-tab-data-aamd                      pic 9(08).
          05 ws-tab-nome                           pic x(25).
          05 ws-tab-pontos                         pic 9(02).
      *>   Numero da Sessão de Jogo da Linha (Zero nas Linhas Anteriores ao Controle de Sessões)
          05 ws-tab-sessao                         pic 9(06).
          05 ws-tab-situacao                       pic x(01).
             88 ws-tab-mantida                     value "M".
             88 ws-tab-arquivada                   value "A".
          05 ws-hist-nome                          pic x(25).
          05 filler                                pic x(01).
          05 ws-hist-pontos                        pic 9(02).
          05 filler                                pic x(01).
      *>   Numero da Sessão de Jogo (arqSessoes.txt) - Branco nas Linhas Antigas
          05 ws-hist-sessao                        pic x(06).

      *>----Layout Antigo da Linha do Historico, Sem o Codigo do Jogador
       01 ws-linha-historico-ant redefines ws-linha-historico.

       01 ws-plc-pontos-num                        pic 9(03).

      *>----Linha do Relatorio Final que Identifica a Sessão de Jogo do Placar
       01 ws-linha-placar-sessao.
          05 ws-plc-rotulo-sessao                  pic x(08).
          05 ws-plc-sessao                         pic x(06).

      *>----Data de Corte do Arquivamento Informada na Entrada (Em Branco = Não Arquiva)
       01 ws-corte.
          05 ws-data-corte                         pic x(10).
      *>----Apoio da Conciliação do Placar da Ultima Sessão
       01 ws-conciliacao.
          05 ws-data-recente-aamd                  pic 9(08) value zero.
      *>   Sessão Informada no Placar - Com Ela a Conciliação Vai Pelo Numero
      *>   da Sessão; Placar Antigo, Sem a Linha, Concilia Pela Data Mais Recente
          05 ws-sessao-placar                      pic 9(06) value zero.
          05 ws-criterio-conciliacao               pic x(01) value "D".
             88 ws-conciliar-por-sessao            value "S".
             88 ws-conciliar-por-data              value "D".
          05 ws-linha-da-sessao                    pic x(01).
             88 ws-linha-na-sessao                 value "S".
             88 ws-linha-fora-sessao               value "N".
          05 ws-qtd-placar                         pic 9(03) value zero.
          05 ws-qtd-conciliadas                    pic 9(03) value zero.
          05 ws-qtd-divergencias                   pic 9(03) value zero.
           display "Antes  - Linhas Rejeitadas : " ws-tot-rejeitadas
           display "Antes  - Linhas Validas    : " ws-tot-validas

      *>   Conciliar a Sessão do Placar de arqRelatorioFinal.txt Contra o Historico
           perform conciliar-placar

      *>   Separar as Linhas a Arquivar das Mantidas e Gravar os Arquivos Anuais
           display "Depois - Linhas Arquivadas : " ws-tot-arquivadas
                   "  Pontos: " ws-pts-arquivados
           display "Depois - Linhas Rejeitadas : " ws-tot-rejeitadas
           if  ws-conciliar-por-sessao then
               display "Conciliacao - Sessao: " ws-sessao-placar
           else
               display "Conciliacao - Sessao Pela Data Mais Recente"
           end-if
           display "Conciliacao - Placar: " ws-qtd-placar
                   "  Conferem: " ws-qtd-conciliadas
                   "  Divergencias: " ws-qtd-divergencias
               end-if
           end-if

      *>   Consistir o Numero da Sessão, Quando a Linha Trouxer o Campo
           if  ws-hist-codigo is numeric
           and ws-hist-pontos is numeric
           and ws-hist-sessao <> space
           and ws-hist-sessao is not numeric  then
               move "Numero de Sessao Invalido" to ws-rej-motivo
               perform gravar-rejeito
               go to validar-linha-historico-exit
           end-if

      *>   Linha Valida - Guardar na Tabela com os Campos Ja Interpretados
           if  ws-qtd-linhas >= 9999 then
               move 8                                    to ws-msn-erro-ofsset
           and ws-hist-pontos is numeric  then
               move ws-hist-nome       to ws-tab-nome(ws-qtd-linhas)
               move ws-hist-pontos     to ws-tab-pontos(ws-qtd-linhas)
               if  ws-hist-sessao is numeric then
                   move ws-hist-sessao to ws-tab-sessao(ws-qtd-linhas)
               else
                   move zero           to ws-tab-sessao(ws-qtd-linhas)
               end-if
           else
               move ws-hist-nome-ant   to ws-tab-nome(ws-qtd-linhas)
               move ws-hist-pontos-ant to ws-tab-pontos(ws-qtd-linhas)
               move zero               to ws-tab-sessao(ws-qtd-linhas)
           end-if
           set ws-tab-mantida(ws-qtd-linhas) to true
           move space to ws-tab-conciliada(ws-qtd-linhas)
       gravar-rejeito-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Concilia as Linhas da Sessão do Placar (Pelo Numero da Sessão, ou a
      *>    Data Mais Recente no Placar Antigo) Contra o Placar Individual de
      *>    arqRelatorioFinal.txt - Mesmos Jogadores e Mesmos Pontos
      *>------------------------------------------------------------------------
       conciliar-placar section.

                   perform finaliza-anormal
               end-if

      *>       Linha da Sessão do Historico que Não Apareceu no Placar Tambem é Divergencia
               perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas
                   perform verificar-linha-sessao
                   if  ws-linha-na-sessao
                   and ws-tab-conciliada(ws-ind-lin) = space  then
                       add 1 to ws-qtd-divergencias
                       move ws-tab-linha(ws-ind-lin) to ws-rej-linha
                       move "DIVERGENCIA: Linha da Sessao Fora do Placar" to ws-rej-motivo
                       perform gravar-divergencia
                   end-if
               end-perform
               go to conciliar-linha-placar-exit
           end-if

      *>   A Linha "Sessao: " Diz Qual Sessão o Placar Fecha - Conciliar Por Ela
           if  fd-linha-relatorio-final(1:8) = "Sessao: " then
               move fd-linha-relatorio-final to ws-linha-placar-sessao
               if  ws-plc-sessao is numeric then
                   move ws-plc-sessao to ws-sessao-placar
                   if  ws-sessao-placar > zero then
                       set ws-conciliar-por-sessao to true
                   end-if
               end-if
               go to conciliar-linha-placar-exit
           end-if

      *>   Pular as Linhas de Titulo ("Deck: ") e de Cabeçalho das Colunas
           if  fd-linha-relatorio-final(1:6) = "Deck: "
           or  fd-linha-relatorio-final(1:6) = "Coloc." then
           move zero to ws-ind-achado
           perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas
                                                     or ws-ind-achado > zero
               perform verificar-linha-sessao
               if  ws-linha-na-sessao
               and ws-tab-conciliada(ws-ind-lin) = space
               and ws-tab-nome(ws-ind-lin) = ws-plc-nome
               and ws-tab-pontos(ws-ind-lin) = ws-plc-pontos-num  then
       conciliar-linha-placar-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Verifica se a Linha ws-ind-lin da Tabela Pertence à Sessão do Placar -
      *>    Pelo Numero da Sessão, ou Pela Data Mais Recente no Placar Antigo
      *>------------------------------------------------------------------------
       verificar-linha-sessao section.

           set ws-linha-fora-sessao to true

           if  ws-conciliar-por-sessao then
               if  ws-tab-sessao(ws-ind-lin) = ws-sessao-placar then
                   set ws-linha-na-sessao to true
               end-if
           else
               if  ws-tab-data-aamd(ws-ind-lin) = ws-data-recente-aamd then
                   set ws-linha-na-sessao to true
               end-if
           end-if

           .
       verificar-linha-sessao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Grava uma Divergencia da Conciliação no Arquivo de Exceções
      *>    (Sem Somar nos Rejeitos, que Contam Somente Linhas Invalidas)
      *>------------------------------------------------------------------------
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

      *>   Codigo de Retorno Diferente de Zero Avisa Quem Encadeou o Programa
      *>   (Execução Noturna) de que Ele Terminou com Erro
           move 16 to return-code

           stop run

           .
