           lock mode is automatic
           file status is ws-fs-arqAuditExcecoes.

           select arqSessoes assign to "arqSessoes.txt"             *> Arquivo de Controle das Sessões de Jogo (Gravado Pelo Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSessoes.

       i-o-control.

      *>------------------------------------------------------------------------
       01  fd-linha-historico                      pic x(80).

       fd arqLogRespostas.
       01  fd-linha-log-resposta                   pic x(200).

       fd arqAliases.
       01  fd-linha-alias.
           05 fd-regiao                            pic x(15).

       fd arqCheckpoint.
       01  fd-linha-checkpoint                      pic x(246).

       fd arqAuditExcecoes.
       01  fd-linha-excecao                        pic x(132).

       fd arqSessoes.
       01  fd-linha-sessao.
           05 fd-ses-tipo                          pic x(01).
           05 filler                               pic x(01).
           05 fd-ses-numero                        pic x(06).
           05 filler                               pic x(322).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqDeckItem                         pic  9(02).
       77  ws-fs-arqCheckpoint                       pic  9(02).
       77  ws-fs-arqAuditExcecoes                    pic  9(02).
       77  ws-fs-arqSessoes                          pic  9(02).

      *>----Nome do Arquivo do Deck em Conferencia (Assign Dinamico)
       01 ws-aud-deck-arquivo                      pic x(30).
          05 ws-cad-nome                           pic x(25).
       77  ws-qtd-cadastrados                        pic  9(03) value zero.

      *>----Numeros das Sessões Abertas no Controle de Sessões, Para Conferir a
      *>----Sessão Referenciada Pelo Historico e Pelo Log de Respostas
       01 ws-sessoes-aud occurs 9999               pic 9(06).
       77  ws-qtd-sessoes-aud                        pic  9(04) value zero.
       77  ws-sessao-ref-num                         pic  9(06).

      *>----Catalogo de Decks Carregado de arqDecks.txt (Mesmo Limite do Jogo)
       01 ws-decks occurs 8.
          05 ws-deck-cat-arquivo                  pic x(30).
          05 ws-hist-nome                          pic x(25).
          05 filler                                pic x(01).
          05 ws-hist-pontos                        pic 9(02).
          05 filler                                pic x(01).
      *>   Numero da Sessão de Jogo (arqSessoes.txt) - Branco nas Linhas Antigas
          05 ws-hist-sessao                        pic x(06).

      *>----Layout Antigo da Linha do Historico, Sem o Codigo do Jogador
       01 ws-linha-historico-ant redefines ws-linha-historico.
          05 ws-log-resultado                      pic x(01).
          05 filler                                pic x(01).
          05 ws-log-segundos                       pic 9(05).
          05 filler                                pic x(01).
      *>   Sessão, Codigo do Jogador, Hora e Deck - Branco nas Linhas Antigas
          05 ws-log-sessao                         pic x(06).
          05 filler                                pic x(01).
          05 ws-log-codigo                         pic x(04).
          05 filler                                pic x(01).
          05 ws-log-hora                           pic x(08).
          05 filler                                pic x(01).
          05 ws-log-deck                           pic x(30).

      *>----Campos do Ponto de Salvamento Conferidos na Auditoria (Registro "C")
       01 ws-linha-checkpoint.
          05 ws-chk-tipo                           pic x(01).
          05 filler                                pic x(88).
          05 ws-chk-deck-arquivo                   pic x(30).
          05 filler                                pic x(127).

      *>----Linha Gravada no Arquivo de Exceções (Linha Original Mais o Motivo)
       01 ws-linha-excecao.
          05 ws-ind-deck                           pic 9(01).
          05 ws-ind-resp                           pic 9(04).
          05 ws-ind-est-aud                        pic 9(02).
          05 ws-ind-ses-aud                        pic 9(05).

      *>----Situação da Primeira Linha do Deck em Conferencia (Cabeçalho "*")
       01 ws-primeira-linha-deck                   pic x(01).
      *>   Conferir as Grafias Alternativas Contra as Respostas dos Decks
           perform auditar-aliases

      *>   Carregar os Numeros de Sessão do Controle de Sessões
           perform carregar-sessoes-aud

      *>   Conferir os Codigos de Jogador Referenciados Pelo Historico
           perform auditar-historico

       carregar-cadastro-aud-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carga dos Numeros de Sessão do Controle (Registros "A" de Abertura) -
      *>    Sem o Arquivo a Conferencia de Sessão Não é Feita
      *>------------------------------------------------------------------------
       carregar-sessoes-aud section.

           open input arqSessoes

           if  ws-fs-arqSessoes = 35 then
               display "Aviso - arqSessoes.txt Nao Encontrado"
           else
               if  ws-fs-arqSessoes <> 0 then
                   move 24                                    to ws-msn-erro-ofsset
                   move ws-fs-arqSessoes                      to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqSessoes     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqSessoes = 10

                   read arqSessoes

                   if  ws-fs-arqSessoes = 0 then
                       if  fd-ses-tipo = "A"
                       and fd-ses-numero is numeric  then
                           if  ws-qtd-sessoes-aud >= 9999 then
                               move 27                                   to ws-msn-erro-ofsset
                               move zero                                 to ws-msn-erro-cod
                               move "Tabela de Sessoes Cheia (9999)"      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-sessoes-aud
                           move fd-ses-numero to ws-sessoes-aud(ws-qtd-sessoes-aud)
                       end-if
                   else
                       if  ws-fs-arqSessoes <> 10 then
                           move 25                                    to ws-msn-erro-ofsset
                           move ws-fs-arqSessoes                      to ws-msn-erro-cod
                           move "Erro ao Ler Arq. arqSessoes       "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqSessoes
               if  ws-fs-arqSessoes <> 0 then
                   move 26                                    to ws-msn-erro-ofsset
                   move ws-fs-arqSessoes                      to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqSessoes    "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

           .
       carregar-sessoes-aud-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura a Sessão de ws-sessao-ref-num no Controle de Sessões - Sessão
      *>    Zero (Linha Anterior ao Controle) ou Sem o Arquivo Não é Conferida
      *>------------------------------------------------------------------------
       conferir-sessao-referida section.

           move 1 to ws-ind-achado

           if  ws-sessao-ref-num > zero
           and ws-qtd-sessoes-aud > zero  then
               move zero to ws-ind-achado
               perform varying ws-ind-ses-aud from 1 by 1 until ws-ind-ses-aud > ws-qtd-sessoes-aud
                                                             or ws-ind-achado > zero
                   if  ws-sessoes-aud(ws-ind-ses-aud) = ws-sessao-ref-num then
                       move ws-ind-ses-aud to ws-ind-achado
                   end-if
               end-perform
           end-if

           .
       conferir-sessao-referida-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carrega o Catalogo de Decks e Confere Cada Arquivo Catalogado com
      *>    as Mesmas Regras da Carga do Jogo - Deck Ausente, Registro em
      *>    Branco, Pergunta Duplicada, Deck Acima do Limite ou Sem Perguntas

           move fd-linha-historico to ws-linha-historico

      *>   Sessão de Jogo da Linha Precisa Constar no Controle de Sessões
           if  ws-hist-codigo is numeric
           and ws-hist-sessao is numeric  then
               move ws-hist-sessao to ws-sessao-ref-num
               perform conferir-sessao-referida
               if  ws-ind-achado = zero then
                   move fd-linha-historico to ws-exc-linha
                   move "Sessao Inexistente no Controle de Sessoes" to ws-exc-motivo
                   perform gravar-excecao
                   add 1 to ws-tot-hist-excecoes
               end-if
           end-if

      *>   Linha no Layout Antigo Não Carrega Codigo - Nada a Conferir
           if  ws-hist-codigo is not numeric then
               go to auditar-linha-historico-exit
           exit.
      *>------------------------------------------------------------------------
      *>    Confere os Nomes de Jogador do Log de Respostas Contra o Registro
      *>    Permanente - Pelo Codigo, ou Pelo Nome nas Linhas Antigas Sem Codigo
      *>------------------------------------------------------------------------
       auditar-log-respostas section.

       auditar-log-respostas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Confere uma Linha do Log - Sessão Fora do Controle, ou Codigo (Nome
      *>    nas Linhas Antigas) Sem Registro Permanente é Orfão
      *>------------------------------------------------------------------------
       auditar-linha-log section.

           move fd-linha-log-resposta to ws-linha-log-resposta

      *>   Sessão de Jogo da Linha Precisa Constar no Controle de Sessões
           if  ws-log-sessao is numeric then
               move ws-log-sessao to ws-sessao-ref-num
               perform conferir-sessao-referida
               if  ws-ind-achado = zero then
                   move fd-linha-log-resposta(1:80) to ws-exc-linha
                   move "Sessao Inexistente no Controle de Sessoes" to ws-exc-motivo
                   perform gravar-excecao
                   add 1 to ws-tot-log-excecoes
               end-if
           end-if

      *>   Linha Nova Carrega o Codigo do Jogador - Conferir Pelo Codigo
           if  ws-log-codigo is numeric then
               move ws-log-codigo to ws-codigo-hist-num
               if  ws-codigo-hist-num = zero then
                   go to auditar-linha-log-exit
               end-if
               move zero to ws-ind-achado
               perform varying ws-ind-cad from 1 by 1 until ws-ind-cad > ws-qtd-cadastrados
                                                         or ws-ind-achado > zero
                   if  ws-cad-codigo(ws-ind-cad) = ws-codigo-hist-num then
                       move ws-ind-cad to ws-ind-achado
                   end-if
               end-perform
               if  ws-ind-achado = zero then
                   move fd-linha-log-resposta(1:80) to ws-exc-linha
                   move "Codigo de Jogador Orfao no Log" to ws-exc-motivo
                   perform gravar-excecao
                   add 1 to ws-tot-log-excecoes
               end-if
               go to auditar-linha-log-exit
           end-if

           if  ws-log-nome = space then
               go to auditar-linha-log-exit
           end-if
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

      *>   Codigo de Retorno Diferente de Zero Avisa Quem Encadeou o Programa
      *>   (Execução Noturna) de que Ele Terminou com Erro
           move 16 to return-code

           stop run

           .
