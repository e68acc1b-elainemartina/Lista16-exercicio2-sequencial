           lock mode is automatic
           file status is ws-fs-arqLogRespostas.

           select arqAjustes assign to "arqAjustes.txt"          *> Arquivo de Ajustes de Pontuação (Contestações Lançadas no Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAjustes.

           select arqJogadoresCad assign to "arqJogadoresCad.txt" *> Arquivo de Registro Permanente de Jogadores, Indexado Pelo Codigo
           organization is indexed
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExtratoLog.

           select arqExtratoAjustes assign to "arqExtratoAjustes.txt" *> Extrato Delimitado dos Ajustes de Pontuação Para a Carga do BI da Intranet
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExtratoAjustes.

       i-o-control.

      *>------------------------------------------------------------------------
       01  fd-linha-historico                      pic x(80).

       fd arqLogRespostas.
       01  fd-linha-log-resposta                   pic x(200).

       fd arqAjustes.
       01  fd-linha-ajuste                         pic x(180).

       fd arqJogadoresCad.
       01  fd-linha-jogador-cad.
           05 fd-jogcad-situacao                   pic x(01).

       fd arqExtratoHistorico.
       01  fd-linha-ext-hist                       pic x(250).

       fd arqExtratoLog.
       01  fd-linha-ext-log                        pic x(250).

       fd arqExtratoAjustes.
       01  fd-linha-ext-ajuste                     pic x(250).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       77  ws-fs-arqJogadoresCad                     pic  9(02).
       77  ws-fs-arqExtratoHistorico                 pic  9(02).
       77  ws-fs-arqExtratoLog                       pic  9(02).
       77  ws-fs-arqAjustes                          pic  9(02).
       77  ws-fs-arqExtratoAjustes                   pic  9(02).

      *>----Versão do Layout do Extrato - Sobe Quando Alguma Coluna Mudar, Para
      *>----o Carregador da Intranet Saber o Que Está Recebendo
       01 ws-versao-layout                         pic x(03) value "V03".

      *>----Tabela do Registro Permanente Para a Juncão do Departamento
      *>----(Inativos Entram - o Historico Deles Continua Precisando do Depto)
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
          05 filler                                pic x(01).
      *>   Numero do Ajuste de Pontuação que Anulou a Resposta (Branco = Não Anulada)
          05 ws-log-ajuste                         pic x(06).

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

      *>----Montagem da Linha Delimitada - os Campos Texto Entram Aparados
       01 ws-montagem-extrato.
          05 ws-linha-ext                          pic x(250).
          05 ws-ext-ptr                            pic 9(03).
          05 ws-apara-texto                        pic x(50).
          05 ws-apara-tam                          pic 9(02).
          05 ws-ext-depto                          pic x(15).
          05 ws-ext-codigo                         pic 9(04).
          05 ws-ext-pontos                         pic 9(02).
          05 ws-ext-segundos                       pic 9(05).
      *>   Numero da Sessão de Jogo da Linha (Zero nas Linhas Antigas)
          05 ws-ext-sessao                         pic 9(06).
      *>   Numero do Ajuste que Anulou a Resposta do Log (Zero = Não Anulada)
          05 ws-ext-ajuste                         pic 9(06).
          05 ws-ext-aj-pontos                      pic s9(02) sign leading separate.

      *>----Registro de Cabeçalho do Extrato (Data da Extração e Versão do Layout)
       01 ws-cabecalho-extrato.
          05 ws-hash-ext-hist                      pic 9(09) value zero.
          05 ws-qtd-ext-log                        pic 9(07) value zero.
          05 ws-hash-ext-log                       pic 9(09) value zero.
          05 ws-qtd-ext-aj                         pic 9(07) value zero.
          05 ws-hash-ext-aj                        pic 9(09) value zero.

      *>----Periodo Informado na Entrada (De/Ate em DD/MM/AAAA, em Branco = Sem Limite)
       01 ws-periodo.
      *>   Gerar o Extrato Delimitado do Log de Respostas
           perform extrair-log-respostas

      *>   Gerar o Extrato Delimitado dos Ajustes de Pontuação
           perform extrair-ajustes

           display "Extrato do Historico: " ws-qtd-ext-hist
                   " Linha(s), Hash de Pontos " ws-hash-ext-hist
           display "Extrato do Log      : " ws-qtd-ext-log
                   " Linha(s), Hash de Segundos " ws-hash-ext-log
           display "Extrato de Ajustes  : " ws-qtd-ext-aj
                   " Linha(s), Hash de Pontos " ws-hash-ext-aj

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Monta e Grava uma Linha Delimitada do Extrato do Historico -
      *>    data;codigo;jogador;departamento;pontos;sessao
      *>------------------------------------------------------------------------
       extrair-linha-historico section.

           move ws-ext-depto to ws-apara-texto
           perform aparar-e-anexar-texto

      *>   Sessão de Jogo da Linha (Zero nas Linhas Anteriores ao Controle de Sessões)
           move zero to ws-ext-sessao
           if  ws-hist-codigo is numeric
           and ws-hist-pontos is numeric
           and ws-hist-sessao is numeric  then
               move ws-hist-sessao to ws-ext-sessao
           end-if

           string ws-ext-pontos ";" ws-ext-sessao
                  delimited by size
                  into ws-linha-ext with pointer ws-ext-ptr

           write fd-linha-ext-hist from ws-linha-ext
           exit.
      *>------------------------------------------------------------------------
      *>    Monta e Grava uma Linha Delimitada do Extrato do Log -
      *>    data;jogador;departamento;pergunta;regiao;modo;resposta;resultado;segundos;
      *>    sessao;codigo;hora;deck;ajuste
      *>------------------------------------------------------------------------
       extrair-linha-log section.

               go to extrair-linha-log-exit
           end-if

      *>   Juntar o Departamento Pelo Codigo do Jogador; Linha Antiga, Sem o
      *>   Codigo, Junta Pelo Nome
           if  ws-log-codigo is numeric then
               move ws-log-codigo to ws-apur-codigo
           else
               move zero          to ws-apur-codigo
           end-if
           if  ws-apur-codigo > zero then
               perform buscar-depto-por-codigo
           else
               perform buscar-depto-por-nome
           end-if

           if  ws-log-sessao is numeric then
               move ws-log-sessao to ws-ext-sessao
           else
               move zero          to ws-ext-sessao
           end-if

      *>   Montar a Linha Delimitada - os Campos Texto Entram Sem os Espaços à Direita
           move space to ws-linha-ext
           move ws-log-resposta to ws-apara-texto
           perform aparar-e-anexar-texto

           string ws-log-resultado ";" ws-ext-segundos ";"
                  ws-ext-sessao ";" ws-apur-codigo ";"
                  delimited by size
                  into ws-linha-ext with pointer ws-ext-ptr

           move ws-log-hora to ws-apara-texto
           perform aparar-e-anexar-texto

           move ws-log-deck to ws-apara-texto
           perform aparar-e-anexar-texto

      *>   O Numero do Ajuste que Anulou a Resposta Fecha a Linha (Zero = Não Anulada)
           if  ws-log-ajuste is numeric then
               move ws-log-ajuste to ws-ext-ajuste
           else
               move zero          to ws-ext-ajuste
           end-if
           string ws-ext-ajuste delimited by size
                  into ws-linha-ext with pointer ws-ext-ptr

           write fd-linha-ext-log from ws-linha-ext
           if  ws-fs-arqExtratoLog <> 0 then
               perform erro-gravar-ext-log
       extrair-linha-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Extrato dos Ajustes de Pontuação - Cabeçalho, uma Linha Delimitada
      *>    por Ajuste de Sessão do Periodo e Rodapé com a Quantidade e o Hash
      *>    dos Pontos Ajustados (Somados Sem o Sinal)
      *>------------------------------------------------------------------------
       extrair-ajustes section.

           open output arqExtratoAjustes
           if  ws-fs-arqExtratoAjustes <> 0 then
               move 19                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAjustes                  to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqExtratoAjustes"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Gravar o Registro de Cabeçalho com a Data da Extração e a Versão
           move ws-data-formatada  to ws-cab-ext-data
           move ws-versao-layout   to ws-cab-ext-versao
           write fd-linha-ext-ajuste from ws-cabecalho-extrato
           if  ws-fs-arqExtratoAjustes <> 0 then
               perform erro-gravar-ext-ajuste
           end-if

           open input arqAjustes

      *>   Sem Ajustes Lançados o Extrato Sai Somente com Cabeçalho e Rodapé Zerado
           if  ws-fs-arqAjustes = 35 then
               continue
           else
               if  ws-fs-arqAjustes <> 0 then
                   move 20                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAjustes                      to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqAjustes    "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAjustes = 10

                   read arqAjustes

                   if  ws-fs-arqAjustes = 0 then
                       move fd-linha-ajuste to ws-linha-ajuste
                       perform extrair-linha-ajuste
                   else
                       if  ws-fs-arqAjustes <> 10 then
                           move 21                                    to ws-msn-erro-ofsset
                           move ws-fs-arqAjustes                      to ws-msn-erro-cod
                           move "Erro ao Ler Arq. arqAjustes      "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqAjustes
               if  ws-fs-arqAjustes <> 0 then
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAjustes                      to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqAjustes   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

      *>   Gravar o Registro de Rodapé com a Quantidade e o Hash de Pontos
           move ws-qtd-ext-aj  to ws-rod-ext-qtd
           move ws-hash-ext-aj to ws-rod-ext-hash
           write fd-linha-ext-ajuste from ws-rodape-extrato
           if  ws-fs-arqExtratoAjustes <> 0 then
               perform erro-gravar-ext-ajuste
           end-if

           close arqExtratoAjustes
           if  ws-fs-arqExtratoAjustes <> 0 then
               move 23                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAjustes                  to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqExtratoAjustes"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       extrair-ajustes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Monta e Grava uma Linha Delimitada do Extrato de Ajustes -
      *>    data da sessao;codigo;jogador;departamento;pontos (com sinal);sessao;
      *>    numero do ajuste;data do lançamento;operador;motivo
      *>------------------------------------------------------------------------
       extrair-linha-ajuste section.

           if  ws-aj-codigo is not numeric
           or  ws-aj-pontos is not numeric then
               go to extrair-linha-ajuste-exit
           end-if

      *>   Filtrar Pela Data da Sessão Ajustada, Como as Linhas do Historico
           move ws-aj-data-sessao to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida then
               go to extrair-linha-ajuste-exit
           end-if

           move ws-conv-data-aamd-num to ws-data-linha-aamd
           if  ws-data-linha-aamd < ws-periodo-de-aamd
           or  ws-data-linha-aamd > ws-periodo-ate-aamd  then
               go to extrair-linha-ajuste-exit
           end-if

           move ws-aj-codigo to ws-apur-codigo
           perform buscar-depto-por-codigo

           if  ws-aj-sessao is numeric then
               move ws-aj-sessao to ws-ext-sessao
           else
               move zero         to ws-ext-sessao
           end-if

      *>   Montar a Linha Delimitada - os Campos Texto Entram Sem os Espaços à Direita
           move space to ws-linha-ext
           move 1     to ws-ext-ptr
           move ws-apur-codigo to ws-ext-codigo
           move ws-aj-pontos   to ws-ext-aj-pontos

           string ws-aj-data-sessao ";" ws-ext-codigo ";"
                  delimited by size
                  into ws-linha-ext with pointer ws-ext-ptr

           move ws-aj-nome to ws-apara-texto
           perform aparar-e-anexar-texto

           move ws-ext-depto to ws-apara-texto
           perform aparar-e-anexar-texto

           string ws-ext-aj-pontos ";" ws-ext-sessao ";"
                  ws-aj-numero ";" ws-aj-data ";"
                  delimited by size
                  into ws-linha-ext with pointer ws-ext-ptr

           move ws-aj-operador to ws-apara-texto
           perform aparar-e-anexar-texto

      *>   O Motivo Fecha a Linha - Texto Livre, o Separador Vira Virgula
           move ws-aj-motivo to ws-apara-texto
           inspect ws-apara-texto replacing all ";" by ","
           perform aparar-e-anexar-texto
           subtract 1 from ws-ext-ptr
           move space to ws-linha-ext(ws-ext-ptr:1)

           write fd-linha-ext-ajuste from ws-linha-ext
           if  ws-fs-arqExtratoAjustes <> 0 then
               perform erro-gravar-ext-ajuste
           end-if

           add 1 to ws-qtd-ext-aj
           if  ws-aj-pontos < zero then
               subtract ws-aj-pontos from ws-hash-ext-aj
           else
               add ws-aj-pontos to ws-hash-ext-aj
           end-if

           .
       extrair-linha-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura o Departamento do Jogador Pelo Codigo do Registro Permanente
      *>    (Codigo Zero é Linha de Antes do Registro - Departamento em Branco)
      *>------------------------------------------------------------------------
       aparar-e-anexar-texto section.

           move zero to ws-apara-tam
           perform varying ws-ind-apara from 1 by 1 until ws-ind-apara > 50
               if  ws-apara-texto(ws-ind-apara:1) <> space then
                   move ws-ind-apara to ws-apara-tam
               end-if
       erro-gravar-ext-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Erro Padrão de Gravação do Extrato de Ajustes Para o BI
      *>------------------------------------------------------------------------
       erro-gravar-ext-ajuste section.

           move 24                                        to ws-msn-erro-ofsset
           move ws-fs-arqExtratoAjustes                   to ws-msn-erro-cod
           move "Erro ao Gravar Arq. arqExtratoAjustes"   to ws-msn-erro-text
           perform finaliza-anormal

           .
       erro-gravar-ext-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

      *>   Codigo de Retorno Diferente de Zero Avisa Quem Encadeou o Programa
      *>   (Execução Noturna) de que Ele Terminou com Erro
           move 16 to return-code

           stop run

           .
