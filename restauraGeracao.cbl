           lock mode is automatic
           file status is ws-fs-arqGerCopia.

           select arqVivoSeq assign to dynamic ws-nome-vivo         *> Arquivo Vivo Sequencial Regravado a Partir da Copia (Historico, Log ou Deck)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
          88 ws-restaura-historico                 value "H".
          88 ws-restaura-jogadores                 value "J".
          88 ws-restaura-deck                      value "D".
          88 ws-restaura-log                       value "L".

      *>----Contadores da Validação e da Restauração
       01 ws-controle-totais.
          05 ws-hist-pontos-ant                    pic 9(02).
          05 filler                                pic x(05).

      *>----Mesmo Layout da Linha Gravada em arqLogRespostas.txt Pelo Jogo -
      *>----Somente os Campos Conferidos na Validação da Copia
       01 ws-linha-log-resposta.
          05 ws-log-data                           pic x(10).
          05 filler                                pic x(69).
          05 ws-log-modo                           pic x(01).
          05 filler                                pic x(27).
          05 ws-log-resultado                      pic x(01).
          05 filler                                pic x(01).
          05 ws-log-segundos                       pic x(05).
          05 filler                                pic x(59).

      *>----Mesmo Layout da Linha do Registro Permanente de Jogadores
       01 ws-linha-jogador.
          05 ws-jog-codigo                         pic x(04).
               if  ws-res-arquivo = "arqJogadoresCad.txt" then
                   set ws-restaura-jogadores to true
               else
                   if  ws-res-arquivo = "arqLogRespostas.txt" then
                       set ws-restaura-log to true
                   else
                       set ws-restaura-deck to true
                   end-if
               end-if
           end-if

           exit.
      *>------------------------------------------------------------------------
      *>    Valida a Copia Escolhida, Linha a Linha, com as Regras do Arquivo -
      *>    Historico (Data e Pontos), Registro de Jogadores (Codigo e Nome),
      *>    Log de Respostas (Data, Modo, Resultado e Tempo) ou Deck
      *>    (Cabecalho, Campos em Branco, Duplicados e Limite de 99)
      *>------------------------------------------------------------------------
       validar-copia section.

                   if  ws-restaura-deck then
                       perform validar-linha-deck
                   end-if
                   if  ws-restaura-log then
                       perform validar-linha-log
                   end-if
               else
                   if  ws-fs-arqGerCopia <> 10 then
                       move 15                                   to ws-msn-erro-ofsset
       validar-linha-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Valida uma Linha do Log de Respostas - Data DD/MM/AAAA Valida, Modo
      *>    "T" ou "M", Resultado "C", "E" ou "T" e Tempo em Segundos Numerico
      *>------------------------------------------------------------------------
       validar-linha-log section.

           move fd-linha-copia(1:173) to ws-linha-log-resposta

           move ws-log-data to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida then
               add 1 to ws-tot-invalidas
               go to validar-linha-log-exit
           end-if

           if  ws-log-modo <> "T"
           and ws-log-modo <> "M"  then
               add 1 to ws-tot-invalidas
               go to validar-linha-log-exit
           end-if

           if  ws-log-resultado <> "C"
           and ws-log-resultado <> "E"
           and ws-log-resultado <> "T"  then
               add 1 to ws-tot-invalidas
               go to validar-linha-log-exit
           end-if

           if  ws-log-segundos is numeric then
               add 1 to ws-tot-validadas
           else
               add 1 to ws-tot-invalidas
           end-if

           .
       validar-linha-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Valida uma Linha do Registro de Jogadores - Codigo Numerico Maior
      *>    Que Zero e Nome Preenchido (Mesmas Regras da Carga do Jogo)
      *>------------------------------------------------------------------------
