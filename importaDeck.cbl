      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "importaDeck".
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

           select arqImportacao assign to dynamic ws-nome-importacao   *> Planilha Exportada com Separador ";" (Pergunta;Resposta;Regiao)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqImportacao.

           select arqDeckNovo assign to dynamic ws-nome-deck-novo      *> Arquivo do Deck Novo, no Layout Fixo 25/25/15 dos Decks do Jogo
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDeckNovo.

           select arqDecks assign to "arqDecks.txt"                    *> Catalogo dos Decks de Perguntas Disponiveis (Arquivo e Nome de Cada Deck)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDecks.

           select arqRejeitosDeck assign to "arqRejeitosDeck.txt"      *> Listagem das Linhas Rejeitadas na Importação, com o Motivo
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRejeitosDeck.

           select arqJournal assign to "arqJournal.txt"                *> Diario de Alterações dos Arquivos Mestres (Quem Mudou o Que e Quando)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqJournal.

           select arqGerOrigem assign to dynamic ws-ger-origem         *> Lado de Leitura das Copias de Geração (Arquivo Vivo ou Geração Anterior)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqGerOrigem.

           select arqGerDestino assign to dynamic ws-ger-destino       *> Lado de Gravação das Copias de Geração (.g1 a .g5 de Cada Arquivo Mestre)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqGerDestino.

           select arqGeracoes assign to "arqGeracoes.txt"              *> Catalogo das Copias de Geração Disponiveis (Arquivo, Numero, Data e Hora)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqGeracoes.

           select arqOperadores assign to "arqOperadores.txt"          *> Arquivo de Operadores (Identificação, Nome, Senha Codificada, Perfil e Situação)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqImportacao.
       01  fd-linha-importacao                     pic x(250).

       fd arqDeckNovo.
       01  fd-estados.
           05 fd-estado                            pic x(25).
           05 fd-capital                           pic x(25).
           05 fd-regiao                            pic x(15).

       fd arqDecks.
       01  fd-linha-deck-cat.
           05 fd-deck-arquivo                      pic x(30).
           05 filler                               pic x(01).
           05 fd-deck-nome                         pic x(40).

       fd arqRejeitosDeck.
       01  fd-linha-rejeito                        pic x(132).

       fd arqJournal.
       01  fd-linha-journal                        pic x(238).

       fd arqGerOrigem.
       01  fd-linha-ger-origem                     pic x(250).

       fd arqGerDestino.
       01  fd-linha-ger-destino                    pic x(250).

       fd arqGeracoes.
       01  fd-linha-geracao.
           05 fd-ger-arquivo                       pic x(30).
           05 filler                               pic x(01).
           05 fd-ger-numero                        pic 9(01).
           05 filler                               pic x(01).
           05 fd-ger-data                          pic x(10).
           05 filler                               pic x(01).
           05 fd-ger-hora                          pic x(08).

       fd arqOperadores.
       01  fd-linha-operador                       pic x(60).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqImportacao                       pic  9(02).
       77  ws-fs-arqDeckNovo                         pic  9(02).
       77  ws-fs-arqDecks                            pic  9(02).
       77  ws-fs-arqRejeitosDeck                     pic  9(02).
       77  ws-fs-arqJournal                          pic  9(02).
       77  ws-fs-arqGerOrigem                        pic  9(02).
       77  ws-fs-arqGerDestino                       pic  9(02).
       77  ws-fs-arqGeracoes                         pic  9(02).
       77  ws-fs-arqOperadores                       pic  9(02).

      *>----Parametros Informados na Abertura da Importação
       01 ws-parametros.
          05 ws-nome-importacao                    pic x(60).
          05 ws-nome-deck-novo                     pic x(30).
          05 ws-nome-deck-titulo                   pic x(40).
      *>   Operador Que Fez a Importação - Identifica a Alteração no Diario
          05 ws-operador                           pic x(25).
          05 ws-acesso-id                          pic x(08).
          05 ws-acesso-senha                       pic x(10).

      *>----Linha do Arquivo de Operadores (arqOperadores.txt), Mantido Pelo Jogo -
      *>----Perfil "J" Apresentador, "M" Mantenedor e "A" Administrador; Situação
      *>----"A" Ativo, "B" Bloqueado e "D" Desativado; a Senha é Gravada Codificada
       01 ws-linha-operador.
          05 ws-lop-id                             pic x(08).
          05 filler                                pic x(01).
          05 ws-lop-nome                           pic x(25).
          05 filler                                pic x(01).
          05 ws-lop-senha                          pic x(10).
          05 filler                                pic x(01).
          05 ws-lop-perfil                         pic x(01).
             88 ws-lop-mantenedor                  value "M".
             88 ws-lop-administrador               value "A".
          05 filler                                pic x(01).
          05 ws-lop-situacao                       pic x(01).
             88 ws-lop-ativo                       value "A".
          05 filler                                pic x(01).
          05 ws-lop-tentativas                     pic 9(01).
          05 filler                                pic x(01).
          05 ws-lop-troca                          pic x(01).

      *>----Codificação da Senha - a Mesma Tabela de Conversão Usada Pelo Jogo
       01 ws-senha.
          05 ws-senha-trabalho                     pic x(10).
          05 ws-senha-aberta                       pic x(62)
             value "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
          05 ws-senha-cifrada                      pic x(62)
             value "31KfGDMz7hRulEYFkrx9CNILbZHiWUngdjpwyvBsmJ0VT624oPQtq5AcOaS8eX".
          05 ws-operador-situacao                  pic x(01).
             88 ws-operador-achado                 value "S".
             88 ws-operador-nao-achado             value "N".

      *>----Catalogo de Decks Carregado de arqDecks.txt (Maximo de 8 Decks -
      *>----Mesmo Limite da Tabela de Decks do Jogo)
       01 ws-decks occurs 8.
          05 ws-deck-cat-arquivo                   pic x(30).
          05 ws-deck-cat-nome                      pic x(40).
       77  ws-qtd-decks                              pic  9(02) value zero.

      *>----Area de Preparação - Linhas Aceitas da Planilha, Já no Layout do
      *>----Deck; Só Vira Arquivo se a Planilha Inteira Passar nas Regras
       01 ws-itens-import occurs 99.
          05 ws-imp-estado                         pic x(25).
          05 ws-imp-capital                        pic x(25).
          05 ws-imp-regiao                         pic x(15).
          05 ws-imp-linha                          pic 9(05).
       77  ws-qtd-itens                              pic  9(03) value zero.

      *>----Campos da Linha da Planilha Separados Pelo ";"
       01 ws-campos-linha.
          05 ws-campo-pergunta                     pic x(60).
          05 ws-campo-resposta                     pic x(60).
          05 ws-campo-regiao                       pic x(60).
          05 ws-campo-sobra                        pic x(60).
          05 ws-qtd-campos                         pic 9(02).

      *>----Apoio do Alinhamento e da Medida de Cada Campo
       01 ws-apoio-campo.
          05 ws-campo-aux                          pic x(60).
          05 ws-campo-tmp                          pic x(60).
          05 ws-qtd-brancos                        pic 9(02).
          05 ws-tam-campo                          pic 9(02).
          05 ws-tam-pergunta                       pic 9(02).
          05 ws-tam-resposta                       pic 9(02).
          05 ws-tam-regiao                         pic 9(02).
          05 ws-pergunta-maiusc                    pic x(25).

      *>----Situação da Linha em Análise e Motivo da Rejeição
       01 ws-controle-linha.
          05 ws-num-linha                          pic 9(05) value zero.
          05 ws-primeira-linha                     pic x(01) value "S".
          05 ws-motivo-rejeicao                    pic x(45).
          05 ws-linha-duplicada                    pic 9(05).

       01 ws-texto-duplicada.
          05 filler                                pic x(33)
             value "Pergunta Repetida - Igual a Linha".
          05 filler                                pic x(01) value space.
          05 ws-tdu-linha                          pic 9(05).

       01 ws-totais.
          05 ws-tot-lidas                          pic 9(05) value zero.
          05 ws-tot-aceitas                        pic 9(05) value zero.
          05 ws-tot-rejeitadas                     pic 9(05) value zero.
          05 ws-tot-ignoradas                      pic 9(05) value zero.

       01 ws-situacao-importacao                   pic x(01) value "N".
          88 ws-importacao-gravada                 value "S".
          88 ws-importacao-recusada                value "N".

      *>----Data e Hora do Sistema Formatadas
       01 ws-data-sistema.
          05 ws-data-ano                           pic 9(04).
          05 ws-data-mes                           pic 9(02).
          05 ws-data-dia                           pic 9(02).

       01 ws-data-formatada                        pic x(10).

       01 ws-hora-sistema.
          05 ws-hora-hh                            pic 9(02).
          05 ws-hora-mm                            pic 9(02).
          05 ws-hora-ss                            pic 9(02).
          05 ws-hora-cc                            pic 9(02).
       01 ws-hora-formatada                        pic x(08).

      *>----Linha do Diario de Alterações - Mesmo Layout Gravado Pelo Jogo
       01 ws-linha-journal.
          05 ws-jrn-data                           pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-jrn-hora                           pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-jrn-operador                       pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-jrn-arquivo                        pic x(30).
          05 filler                                pic x(01) value space.
          05 ws-jrn-antes                          pic x(80).
          05 filler                                pic x(01) value space.
          05 ws-jrn-depois                         pic x(80).

      *>----Imagem de uma Linha do Deck no Mesmo Layout do Arquivo
       01 ws-imagem-estado.
          05 ws-img-estado                         pic x(25).
          05 ws-img-capital                        pic x(25).
          05 ws-img-regiao                         pic x(15).

      *>----Imagem da Linha Nova do Catalogo de Decks, Para o Diario
       01 ws-imagem-catalogo.
          05 ws-imc-arquivo                        pic x(30).
          05 filler                                pic x(01) value space.
          05 ws-imc-nome                           pic x(40).

      *>----Apoio das Copias de Geração (Mesmo Esquema do Jogo - .g1 a .g5)
       01 ws-geracoes.
          05 ws-ger-base                           pic x(30).
          05 ws-ger-origem                         pic x(40).
          05 ws-ger-destino                        pic x(40).
          05 ws-ger-num                            pic 9(01).
          05 ws-ger-num2                           pic 9(01).
          05 ws-ger-num-novo                       pic 9(01).
          05 ws-qtd-cat-geracoes                   pic 9(02) value zero.
          05 ws-ind-ger                            pic 9(02).
          05 ws-ind-ger-velho                      pic 9(02).
          05 ws-num-ger-velho                      pic 9(01).

       01 ws-cat-geracoes occurs 60.
          05 ws-catg-arquivo                       pic x(30).
          05 ws-catg-numero                        pic 9(01).
          05 ws-catg-data                          pic x(10).
          05 ws-catg-hora                          pic x(08).

       01 ws-indices.
          05 ws-ind-deck                           pic 9(02).
          05 ws-ind-item                           pic 9(03).

      *>----Linhas da Listagem de Rejeitos
       01 ws-titulo-rejeitos                       pic x(80)
          value "Importacao de Deck - Listagem de Linhas Rejeitadas".

       01 ws-cabecalho-arquivos.
          05 filler                                pic x(11) value "Planilha : ".
          05 ws-cab-importacao                     pic x(60).

       01 ws-cabecalho-deck.
          05 filler                                pic x(11) value "Deck Novo: ".
          05 ws-cab-deck-arquivo                   pic x(30).
          05 filler                                pic x(01) value space.
          05 ws-cab-deck-nome                      pic x(40).

       01 ws-cabecalho-data.
          05 filler                                pic x(11) value "Data     : ".
          05 ws-cab-data                           pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-cab-hora                           pic x(08).

       01 ws-cabecalho-colunas                     pic x(132)
          value "Linha  Motivo                                         Conteudo da Linha".

       01 ws-linha-rejeito.
          05 ws-lrj-linha                          pic zzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lrj-motivo                         pic x(45).
          05 filler                                pic x(02) value space.
          05 ws-lrj-conteudo                       pic x(78).

       01 ws-linha-nenhum-rejeito                  pic x(80)
          value "       Nenhuma Linha Rejeitada".

       01 ws-linha-totais-1.
          05 filler                                pic x(16) value "Linhas Lidas   :".
          05 ws-lt1-lidas                          pic zzzz9.
          05 filler                                pic x(18) value "   Aceitas      : ".
          05 ws-lt1-aceitas                        pic zzzz9.

       01 ws-linha-totais-2.
          05 filler                                pic x(16) value "Rejeitadas     :".
          05 ws-lt2-rejeitadas                     pic zzzz9.
          05 filler                                pic x(18) value "   Ignoradas    : ".
          05 ws-lt2-ignoradas                      pic zzzz9.

       01 ws-linha-resultado.
          05 filler                                pic x(11) value "Resultado: ".
          05 ws-lre-texto                          pic x(100).

       01 ws-texto-gravado.
          05 filler                                pic x(26) value "DECK GRAVADO E CATALOGADO ".
          05 ws-tgr-arquivo                        pic x(30).
          05 filler                                pic x(01) value space.
          05 ws-tgr-qtd                            pic zz9.
          05 filler                                pic x(10) value " Perguntas".

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
      *>   Inicialização - Recebe a Planilha, o Arquivo e o Nome do Deck Novo e
      *>   Confere se o Catalogo Ainda Tem Vaga Antes de Ler Qualquer Linha
      *>------------------------------------------------------------------------
       inicializa section.

           display "Importacao de Deck de Perguntas a Partir de Planilha"
           display "Formato de Cada Linha: Pergunta;Resposta;Regiao"

           move space to ws-parametros
           display "Arquivo da Planilha (Separador ;)           : "
           accept ws-nome-importacao
           display "Arquivo do Deck Novo (ex.: arqDeckPaises.txt): "
           accept ws-nome-deck-novo
           display "Nome do Deck (Aparece no Jogo)              : "
           accept ws-nome-deck-titulo
           display "Operador                                    : "
           accept ws-acesso-id
           display "Senha do Operador                           : "
           accept ws-acesso-senha with secure

           if  ws-nome-importacao = space
           or  ws-nome-deck-novo  = space  then
               move 1                                       to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Planilha e Arquivo do Deck Obrigatorios"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-nome-deck-titulo = space then
               move ws-nome-deck-novo to ws-nome-deck-titulo
           end-if
      *>   Importação Altera o Catalogo - Só um Mantenedor ou Administrador
      *>   Ativo, Conferido no Arquivo de Operadores, Pode Fazer
           perform conferir-operador

           perform formatar-data-hora

           perform carregar-catalogo-decks

      *>   Catalogo Cheio - o Jogo Só Enxerga 8 Decks, um Nono Ficaria Invisivel
           if  ws-qtd-decks >= 8 then
               display "Catalogo arqDecks.txt Ja Tem 8 Decks - o Limite do Jogo."
               display "Retire um Deck do Catalogo Antes de Importar um Novo."
               move 2                                       to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Catalogo Cheio - Importacao Recusada  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   O Arquivo do Deck Novo Não Pode Já Estar no Catalogo
           perform varying ws-ind-deck from 1 by 1 until ws-ind-deck > ws-qtd-decks
               if  ws-deck-cat-arquivo(ws-ind-deck) = ws-nome-deck-novo then
                   move 3                                       to ws-msn-erro-ofsset
                   move zero                                    to ws-msn-erro-cod
                   move "Deck Ja Consta no Catalogo arqDecks  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

      *>   Nem Pode Sobrepor um Arquivo Existente - Deck Existente se Altera no Jogo
           open input arqDeckNovo
           if  ws-fs-arqDeckNovo = 0 then
               close arqDeckNovo
               move 4                                       to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Arquivo do Deck Novo Ja Existe       "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Confere a Identificação e a Senha do Operador no Arquivo de
      *>    Operadores - Recusa a Importação de Operador Inexistente, Senha
      *>    Errada, Operador Não Ativo ou Sem Perfil de Manutenção
      *>------------------------------------------------------------------------
       conferir-operador section.

           inspect ws-acesso-id converting
               "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move ws-acesso-senha to ws-senha-trabalho
           inspect ws-senha-trabalho converting ws-senha-aberta to ws-senha-cifrada

           set ws-operador-nao-achado to true

           open input arqOperadores
           if  ws-fs-arqOperadores = 35 then
               move 36                                      to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                     to ws-msn-erro-cod
               move "Arq. arqOperadores Nao Encontrado "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if  ws-fs-arqOperadores <> 0 then
               move 37                                      to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                     to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqOperadores "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqOperadores = 10
                      or ws-operador-achado

               read arqOperadores

               if  ws-fs-arqOperadores = 0 then
                   move fd-linha-operador to ws-linha-operador
                   if  ws-acesso-id <> space
                   and ws-lop-id = ws-acesso-id  then
                       set ws-operador-achado to true
                   end-if
               else
                   if  ws-fs-arqOperadores <> 10 then
                       move 38                                   to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                  to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqOperadores  "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqOperadores
           if  ws-fs-arqOperadores <> 0 then
               move 39                                      to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                     to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqOperadores"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-operador-nao-achado
           or  ws-senha-trabalho <> ws-lop-senha  then
               move 40                                      to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Operador ou Senha Invalidos         "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  not ws-lop-ativo then
               move 41                                      to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Operador Nao Ativo - Importacao Recusada" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  not ws-lop-mantenedor
           and not ws-lop-administrador  then
               move 42                                      to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Perfil Sem Permissao de Importacao  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   O Diario Registra a Identificação Conferida, Não um Texto Livre
           move ws-lop-id to ws-operador

           .
       conferir-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carga do Catalogo de Decks (arqDecks.txt) - Sem o Catalogo o Jogo
      *>    Oferece Somente o Deck de Estados e Capitais, Que Entra na Tabela
      *>    Para Não Sumir do Jogo Quando o Catalogo For Gravado
      *>------------------------------------------------------------------------
       carregar-catalogo-decks section.

           move zero to ws-qtd-decks

           open input arqDecks
           if  ws-fs-arqDecks = 35 then
               continue
           else
               if  ws-fs-arqDecks <> 0 then
                   move 5                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDecks                       to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqDecks      "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqDecks = 10

                   read arqDecks

                   if  ws-fs-arqDecks = 0 then
                       if  fd-deck-arquivo <> space then
                           if  ws-qtd-decks >= 8 then
      *>                       Linhas Alem da Oitava o Jogo Já Ignora - Catalogo Cheio
                               move 9 to ws-qtd-decks
                           else
                               add 1 to ws-qtd-decks
                               move fd-deck-arquivo to ws-deck-cat-arquivo(ws-qtd-decks)
                               move fd-deck-nome    to ws-deck-cat-nome(ws-qtd-decks)
                           end-if
                       end-if
                   else
                       if  ws-fs-arqDecks <> 10 then
                           move 6                                    to ws-msn-erro-ofsset
                           move ws-fs-arqDecks                       to ws-msn-erro-cod
                           move "Erro ao Ler Arq. arqDecks       "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqDecks
               if  ws-fs-arqDecks <> 0 then
                   move 7                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDecks                       to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqDecks     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

      *>   Catalogo Vazio ou Inexistente - o Deck Padrão Passa a Constar Nele
           if  ws-qtd-decks = zero then
               move 1                     to ws-qtd-decks
               move "arqEstadosCap.txt"   to ws-deck-cat-arquivo(1)
               move "Estados Brasileiros" to ws-deck-cat-nome(1)
           end-if

           .
       carregar-catalogo-decks-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

      *>   Ler a Planilha Inteira Para a Area de Preparação, Rejeitando as Linhas
      *>   Fora das Regras da Carga do Deck no Jogo
           perform carregar-importacao

      *>   Só uma Planilha Sem Nenhuma Rejeição Vira Deck - Senão Nada é Gravado
           if  ws-tot-rejeitadas = zero
           and ws-qtd-itens > zero  then
               perform gravar-deck-novo
               perform gerar-backup-deck
               perform registrar-catalogo
               perform journal-importacao
               set ws-importacao-gravada to true
           else
               set ws-importacao-recusada to true
           end-if

           perform gravar-totais-rejeitos

           display "Linhas Lidas: " ws-tot-lidas "  Aceitas: " ws-tot-aceitas
                   "  Rejeitadas: " ws-tot-rejeitadas "  Ignoradas: " ws-tot-ignoradas
           if  ws-importacao-gravada then
               display "Deck " ws-nome-deck-novo " Gravado e Registrado em arqDecks.txt"
           else
               display "Importacao Recusada - Nada Foi Gravado - Veja arqRejeitosDeck.txt"
           end-if

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Lê a Planilha Linha a Linha Para a Area de Preparação e Abre a
      *>   Listagem de Rejeitos com o Cabeçalho da Importação
      *>------------------------------------------------------------------------
       carregar-importacao section.

           open input arqImportacao
           if  ws-fs-arqImportacao = 35 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqImportacao                     to ws-msn-erro-cod
               move "Planilha de Importacao Nao Encontrada"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if  ws-fs-arqImportacao <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqImportacao                     to ws-msn-erro-cod
               move "Erro ao Abrir a Planilha de Importacao"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRejeitosDeck
           if  ws-fs-arqRejeitosDeck <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqRejeitosDeck                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqRejeitosDeck "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-rejeito from ws-titulo-rejeitos
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if
           move ws-nome-importacao  to ws-cab-importacao
           write fd-linha-rejeito from ws-cabecalho-arquivos
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if
           move ws-nome-deck-novo   to ws-cab-deck-arquivo
           move ws-nome-deck-titulo to ws-cab-deck-nome
           write fd-linha-rejeito from ws-cabecalho-deck
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if
           move ws-data-formatada   to ws-cab-data
           move ws-hora-formatada   to ws-cab-hora
           write fd-linha-rejeito from ws-cabecalho-data
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if
           write fd-linha-rejeito from ws-linha-branca
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if
           write fd-linha-rejeito from ws-cabecalho-colunas
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if

           perform until ws-fs-arqImportacao = 10

               read arqImportacao

               if  ws-fs-arqImportacao = 0 then
                   add 1 to ws-num-linha
                   perform consistir-linha-importacao
               else
                   if  ws-fs-arqImportacao <> 10 then
                       move 11                                      to ws-msn-erro-ofsset
                       move ws-fs-arqImportacao                     to ws-msn-erro-cod
                       move "Erro ao Ler a Planilha de Importacao "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqImportacao
           if  ws-fs-arqImportacao <> 0 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqImportacao                     to ws-msn-erro-cod
               move "Erro ao Fechar a Planilha de Importacao" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-importacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Consiste uma Linha da Planilha com as Mesmas Regras da Carga do Deck
      *>   no Jogo - Campos Obrigatorios, Tamanhos 25/25/15, Pergunta Repetida e
      *>   Limite de 99 Perguntas; a Linha Aceita Vai Para a Area de Preparação
      *>------------------------------------------------------------------------
       consistir-linha-importacao section.

      *>   Planilha Gravada no Windows Traz o Retorno de Carro no Fim da Linha
           inspect fd-linha-importacao converting x"0D09" to "  "

      *>   Linha em Branco Não Conta Como Pergunta Nem Como Rejeição
           if  fd-linha-importacao = space then
               add 1 to ws-tot-ignoradas
               go to consistir-linha-importacao-exit
           end-if

           add 1 to ws-tot-lidas
           move space to ws-motivo-rejeicao

           move space to ws-campo-pergunta
           move space to ws-campo-resposta
           move space to ws-campo-regiao
           move space to ws-campo-sobra
           move zero  to ws-qtd-campos
           unstring fd-linha-importacao delimited by ";"
               into ws-campo-pergunta ws-campo-resposta ws-campo-regiao ws-campo-sobra
               tallying in ws-qtd-campos
           end-unstring

      *>   Tirar os Espaços à Esquerda de Cada Campo e Medir o Tamanho Ocupado
           move ws-campo-pergunta to ws-campo-aux
           perform alinhar-campo
           move ws-campo-aux      to ws-campo-pergunta
           move ws-tam-campo      to ws-tam-pergunta

           move ws-campo-resposta to ws-campo-aux
           perform alinhar-campo
           move ws-campo-aux      to ws-campo-resposta
           move ws-tam-campo      to ws-tam-resposta

           move ws-campo-regiao   to ws-campo-aux
           perform alinhar-campo
           move ws-campo-aux      to ws-campo-regiao
           move ws-tam-campo      to ws-tam-regiao

      *>   A Primeira Linha da Planilha Pode Ser o Titulo das Colunas
           if  ws-primeira-linha = "S" then
               move "N" to ws-primeira-linha
               move ws-campo-pergunta(1:25) to ws-pergunta-maiusc
               inspect ws-pergunta-maiusc converting
                   "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               if  ws-pergunta-maiusc = "PERGUNTA" then
                   subtract 1 from ws-tot-lidas
                   add 1 to ws-tot-ignoradas
                   go to consistir-linha-importacao-exit
               end-if
           end-if

           evaluate true
               when ws-qtd-campos < 2
                    move "Sem o Separador ; Entre Pergunta e Resposta" to ws-motivo-rejeicao
               when ws-qtd-campos > 3
                    move "Mais de 3 Campos (Pergunta;Resposta;Regiao)" to ws-motivo-rejeicao
               when ws-campo-pergunta = space
                    move "Pergunta em Branco"                          to ws-motivo-rejeicao
               when ws-campo-resposta = space
                    move "Resposta em Branco"                          to ws-motivo-rejeicao
               when ws-tam-pergunta > 25
                    move "Pergunta Maior que 25 Posicoes"              to ws-motivo-rejeicao
               when ws-tam-resposta > 25
                    move "Resposta Maior que 25 Posicoes"              to ws-motivo-rejeicao
               when ws-tam-regiao > 15
                    move "Regiao Maior que 15 Posicoes"                to ws-motivo-rejeicao
           end-evaluate

      *>   Pergunta Repetida - o Jogo Recusa o Deck Inteiro com Pergunta Duplicada
           if  ws-motivo-rejeicao = space then
               move zero to ws-linha-duplicada
               perform varying ws-ind-item from 1 by 1 until ws-ind-item > ws-qtd-itens
                                                        or ws-linha-duplicada > zero
                   if  ws-imp-estado(ws-ind-item) = ws-campo-pergunta(1:25) then
                       move ws-imp-linha(ws-ind-item) to ws-linha-duplicada
                   end-if
               end-perform
               if  ws-linha-duplicada > zero then
                   move ws-linha-duplicada to ws-tdu-linha
                   move ws-texto-duplicada to ws-motivo-rejeicao
               end-if
           end-if

           if  ws-motivo-rejeicao = space
           and ws-qtd-itens >= 99  then
               move "Excede o Limite de 99 Perguntas do Deck" to ws-motivo-rejeicao
           end-if

           if  ws-motivo-rejeicao <> space then
               add 1 to ws-tot-rejeitadas
               move ws-num-linha        to ws-lrj-linha
               move ws-motivo-rejeicao  to ws-lrj-motivo
               move fd-linha-importacao to ws-lrj-conteudo
               write fd-linha-rejeito from ws-linha-rejeito
               if  ws-fs-arqRejeitosDeck <> 0 then
                   perform erro-gravar-rejeitos
               end-if
               go to consistir-linha-importacao-exit
           end-if

      *>   Linha Aceita - Guardar na Area de Preparação no Layout do Deck
           add 1 to ws-qtd-itens
           add 1 to ws-tot-aceitas
           move ws-campo-pergunta(1:25) to ws-imp-estado(ws-qtd-itens)
           move ws-campo-resposta(1:25) to ws-imp-capital(ws-qtd-itens)
           move ws-campo-regiao(1:15)   to ws-imp-regiao(ws-qtd-itens)
           move ws-num-linha            to ws-imp-linha(ws-qtd-itens)

           .
       consistir-linha-importacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Tira os Espaços à Esquerda de ws-campo-aux e Devolve em ws-tam-campo
      *>   o Tamanho Ocupado (Posição do Ultimo Caractere Não Branco)
      *>------------------------------------------------------------------------
       alinhar-campo section.

           move zero to ws-qtd-brancos
           inspect ws-campo-aux tallying ws-qtd-brancos for leading space
           if  ws-qtd-brancos > zero
           and ws-qtd-brancos < 60  then
               move ws-campo-aux(ws-qtd-brancos + 1:) to ws-campo-tmp
               move ws-campo-tmp to ws-campo-aux
           end-if

           move zero to ws-tam-campo
           perform varying ws-tam-campo from 60 by -1 until ws-tam-campo = zero
                                                      or ws-campo-aux(ws-tam-campo:1) <> space
               continue
           end-perform

           .
       alinhar-campo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Grava o Arquivo do Deck Novo - Cabeçalho "*" com o Nome do Deck e as
      *>   Perguntas da Area de Preparação no Layout Fixo 25/25/15
      *>------------------------------------------------------------------------
       gravar-deck-novo section.

           open output arqDeckNovo
           if  ws-fs-arqDeckNovo <> 0 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqDeckNovo                       to ws-msn-erro-cod
               move "Erro ao Abrir Arq. do Deck Novo     "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move space               to fd-estados
           move "*"                 to fd-estados(1:1)
           move ws-nome-deck-titulo to fd-estados(2:40)
           write fd-estados
           if  ws-fs-arqDeckNovo <> 0 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqDeckNovo                       to ws-msn-erro-cod
               move "Erro ao Gravar Arq. do Deck Novo    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-item from 1 by 1 until ws-ind-item > ws-qtd-itens
               move ws-imp-estado(ws-ind-item)  to fd-estado
               move ws-imp-capital(ws-ind-item) to fd-capital
               move ws-imp-regiao(ws-ind-item)  to fd-regiao
               write fd-estados
               if  ws-fs-arqDeckNovo <> 0 then
                   move 15                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDeckNovo                       to ws-msn-erro-cod
                   move "Erro ao Gravar Arq. do Deck Novo    "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqDeckNovo
           if  ws-fs-arqDeckNovo <> 0 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqDeckNovo                       to ws-msn-erro-cod
               move "Erro ao Fechar Arq. do Deck Novo    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-deck-novo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Regrava o Catalogo de Decks com o Deck Novo no Fim da Lista
      *>------------------------------------------------------------------------
       registrar-catalogo section.

           add 1 to ws-qtd-decks
           move ws-nome-deck-novo   to ws-deck-cat-arquivo(ws-qtd-decks)
           move ws-nome-deck-titulo to ws-deck-cat-nome(ws-qtd-decks)

           open output arqDecks
           if  ws-fs-arqDecks <> 0 then
               move 17                                   to ws-msn-erro-ofsset
               move ws-fs-arqDecks                       to ws-msn-erro-cod
               move "Erro ao Regravar Arq. arqDecks   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-deck from 1 by 1 until ws-ind-deck > ws-qtd-decks
               move space                            to fd-linha-deck-cat
               move ws-deck-cat-arquivo(ws-ind-deck) to fd-deck-arquivo
               move ws-deck-cat-nome(ws-ind-deck)    to fd-deck-nome
               write fd-linha-deck-cat
               if  ws-fs-arqDecks <> 0 then
                   move 18                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDecks                       to ws-msn-erro-cod
                   move "Erro ao Gravar Arq. arqDecks     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqDecks
           if  ws-fs-arqDecks <> 0 then
               move 19                                   to ws-msn-erro-ofsset
               move ws-fs-arqDecks                       to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqDecks     "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-catalogo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Registra a Importação no Diario de Alterações - Cada Pergunta Nova do
      *>   Deck (Antes em Branco) e a Linha Nova do Catalogo de Decks
      *>------------------------------------------------------------------------
       journal-importacao section.

           perform varying ws-ind-item from 1 by 1 until ws-ind-item > ws-qtd-itens
               move ws-imp-estado(ws-ind-item)  to ws-img-estado
               move ws-imp-capital(ws-ind-item) to ws-img-capital
               move ws-imp-regiao(ws-ind-item)  to ws-img-regiao
               move ws-nome-deck-novo           to ws-jrn-arquivo
               move space                       to ws-jrn-antes
               move space                       to ws-jrn-depois
               move ws-imagem-estado            to ws-jrn-depois
               perform gravar-journal
           end-perform

           move ws-nome-deck-novo   to ws-imc-arquivo
           move ws-nome-deck-titulo to ws-imc-nome
           move "arqDecks.txt"      to ws-jrn-arquivo
           move space               to ws-jrn-antes
           move ws-imagem-catalogo  to ws-jrn-depois
           perform gravar-journal

           .
       journal-importacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Grava uma Linha no Diario de Alterações (arqJournal.txt) - a Data,
      *>    a Hora e o Operador Saem Daqui; o Arquivo Afetado e as Imagens
      *>    Antes/Depois Vêm Preenchidos por Quem Chamou
      *>------------------------------------------------------------------------
       gravar-journal section.

           perform formatar-data-hora

           move ws-data-formatada to ws-jrn-data
           move ws-hora-formatada to ws-jrn-hora
           move ws-operador       to ws-jrn-operador

      *>   Status 35 Indica que o Arquivo Ainda Não Existe (Primeira Alteração) - Criá-lo Antes de Gravar
           open extend arqJournal
           if  ws-fs-arqJournal = 35 then
               open output arqJournal
           end-if
           if  ws-fs-arqJournal <> 0 then
               move 20                                   to ws-msn-erro-ofsset
               move ws-fs-arqJournal                     to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqJournal     "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-journal from ws-linha-journal
           if  ws-fs-arqJournal <> 0 then
               move 21                                   to ws-msn-erro-ofsset
               move ws-fs-arqJournal                     to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqJournal    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqJournal
           if  ws-fs-arqJournal <> 0 then
               move 22                                   to ws-msn-erro-ofsset
               move ws-fs-arqJournal                     to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqJournal    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-journal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Copia de Geração do Deck Recem Importado - o Arquivo Vivo Vira a
      *>    Copia .g1 e Entra no Catalogo de Gerações, Para a Restauração
      *>------------------------------------------------------------------------
       gerar-backup-deck section.

           move ws-nome-deck-novo to ws-ger-base
           perform rolar-geracoes

           move space             to ws-ger-origem
           move ws-nome-deck-novo to ws-ger-origem
           move 1                 to ws-ger-num2
           perform montar-nome-geracao-destino
           perform copiar-arquivo-geracao

           perform atualizar-catalogo-geracoes

           .
       gerar-backup-deck-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Sobe as Copias de Geração de ws-ger-base - a .g4 Vira .g5, a .g3
      *>    Vira .g4 e Assim Por Diante, Abrindo a Vaga da Nova Copia .g1
      *>------------------------------------------------------------------------
       rolar-geracoes section.

           perform varying ws-ger-num from 4 by -1 until ws-ger-num < 1

               compute ws-ger-num2 = ws-ger-num + 1

               move space to ws-ger-origem
               string ws-ger-base delimited by space
                      ".g"        delimited by size
                      ws-ger-num  delimited by size
                      into ws-ger-origem

               perform montar-nome-geracao-destino
               perform copiar-arquivo-geracao

           end-perform

           .
       rolar-geracoes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Monta em ws-ger-destino o Nome da Copia de Geração ws-ger-num2
      *>------------------------------------------------------------------------
       montar-nome-geracao-destino section.

           move space to ws-ger-destino
           string ws-ger-base delimited by space
                  ".g"        delimited by size
                  ws-ger-num2 delimited by size
                  into ws-ger-destino

           .
       montar-nome-geracao-destino-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Copia o Arquivo de ws-ger-origem Para ws-ger-destino, Linha a
      *>    Linha - Origem Inexistente Somente Pula a Copia (Nada a Subir)
      *>------------------------------------------------------------------------
       copiar-arquivo-geracao section.

           open input arqGerOrigem
           if  ws-fs-arqGerOrigem = 35 then
               go to copiar-arquivo-geracao-exit
           end-if
           if  ws-fs-arqGerOrigem <> 0 then
               move 23                                    to ws-msn-erro-ofsset
               move ws-fs-arqGerOrigem                    to ws-msn-erro-cod
               move "Erro ao Abrir Origem da Copia      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqGerDestino
           if  ws-fs-arqGerDestino <> 0 then
               move 24                                    to ws-msn-erro-ofsset
               move ws-fs-arqGerDestino                   to ws-msn-erro-cod
               move "Erro ao Abrir Copia de Geracao    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqGerOrigem = 10

               read arqGerOrigem

               if  ws-fs-arqGerOrigem = 0 then
                   write fd-linha-ger-destino from fd-linha-ger-origem
                   if  ws-fs-arqGerDestino <> 0 then
                       move 25                                    to ws-msn-erro-ofsset
                       move ws-fs-arqGerDestino                   to ws-msn-erro-cod
                       move "Erro ao Gravar Copia de Geracao   "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if  ws-fs-arqGerOrigem <> 10 then
                       move 26                                    to ws-msn-erro-ofsset
                       move ws-fs-arqGerOrigem                    to ws-msn-erro-cod
                       move "Erro ao Ler Origem da Copia       "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqGerOrigem
           if  ws-fs-arqGerOrigem <> 0 then
               move 43                                    to ws-msn-erro-ofsset
               move ws-fs-arqGerOrigem                    to ws-msn-erro-cod
               move "Erro ao Fechar Origem da Copia     "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqGerDestino
           if  ws-fs-arqGerDestino <> 0 then
               move 27                                    to ws-msn-erro-ofsset
               move ws-fs-arqGerDestino                   to ws-msn-erro-cod
               move "Erro ao Fechar Copia de Geracao   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       copiar-arquivo-geracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Atualiza arqGeracoes.txt Depois de uma Copia Nova - as Gerações de
      *>    ws-ger-base Sobem de Numero (a Sexta Cai Fora) e a Copia Recem
      *>    Feita Entra Como Geração 1 com a Data e a Hora de Agora
      *>------------------------------------------------------------------------
       atualizar-catalogo-geracoes section.

           move zero to ws-qtd-cat-geracoes

           open input arqGeracoes
           if  ws-fs-arqGeracoes = 35 then
               continue
           else
               if  ws-fs-arqGeracoes <> 0 then
                   move 28                                    to ws-msn-erro-ofsset
                   move ws-fs-arqGeracoes                     to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqGeracoes    "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqGeracoes = 10

                   read arqGeracoes

                   if  ws-fs-arqGeracoes = 0 then
                       if  fd-ger-arquivo <> space
                       and fd-ger-numero is numeric
                       and ws-qtd-cat-geracoes < 60  then
                           move fd-ger-numero to ws-ger-num-novo
      *>                   As Gerações do Arquivo Copiado Sobem de Numero -
      *>                   Passando de 5 a Entrada Sai do Catalogo
                           if  fd-ger-arquivo = ws-ger-base then
                               add 1 to ws-ger-num-novo
                           end-if
                           if  ws-ger-num-novo <= 5 then
                               add 1 to ws-qtd-cat-geracoes
                               move fd-ger-arquivo  to ws-catg-arquivo(ws-qtd-cat-geracoes)
                               move ws-ger-num-novo to ws-catg-numero(ws-qtd-cat-geracoes)
                               move fd-ger-data     to ws-catg-data(ws-qtd-cat-geracoes)
                               move fd-ger-hora     to ws-catg-hora(ws-qtd-cat-geracoes)
                           end-if
                       end-if
                   else
                       if  ws-fs-arqGeracoes <> 10 then
                           move 29                                    to ws-msn-erro-ofsset
                           move ws-fs-arqGeracoes                     to ws-msn-erro-cod
                           move "Erro ao Ler Arq. arqGeracoes      "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqGeracoes
               if  ws-fs-arqGeracoes <> 0 then
                   move 30                                    to ws-msn-erro-ofsset
                   move ws-fs-arqGeracoes                     to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqGeracoes   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

      *>   Tabela Cheia - Descartar a Geração Mais Antiga do Proprio Arquivo,
      *>   Para a Copia Recem Feita Nunca Ficar Fora do Catalogo
           if  ws-qtd-cat-geracoes >= 60 then
               perform descartar-geracao-mais-antiga
           end-if

      *>   Acrescentar a Copia Recem Feita Como Geração 1 de ws-ger-base
           perform formatar-data-hora
           add 1 to ws-qtd-cat-geracoes
           move ws-ger-base       to ws-catg-arquivo(ws-qtd-cat-geracoes)
           move 1                 to ws-catg-numero(ws-qtd-cat-geracoes)
           move ws-data-formatada to ws-catg-data(ws-qtd-cat-geracoes)
           move ws-hora-formatada to ws-catg-hora(ws-qtd-cat-geracoes)

      *>   Regravar o Catalogo Inteiro a Partir da Tabela em Memoria
           open output arqGeracoes
           if  ws-fs-arqGeracoes <> 0 then
               move 31                                    to ws-msn-erro-ofsset
               move ws-fs-arqGeracoes                     to ws-msn-erro-cod
               move "Erro ao Regravar Arq. arqGeracoes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-ger from 1 by 1 until ws-ind-ger > ws-qtd-cat-geracoes
               move space                       to fd-linha-geracao
               move ws-catg-arquivo(ws-ind-ger) to fd-ger-arquivo
               move ws-catg-numero(ws-ind-ger)  to fd-ger-numero
               move ws-catg-data(ws-ind-ger)    to fd-ger-data
               move ws-catg-hora(ws-ind-ger)    to fd-ger-hora
               write fd-linha-geracao
               if  ws-fs-arqGeracoes <> 0 then
                   move 32                                    to ws-msn-erro-ofsset
                   move ws-fs-arqGeracoes                     to ws-msn-erro-cod
                   move "Erro ao Gravar Arq. arqGeracoes   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqGeracoes
           if  ws-fs-arqGeracoes <> 0 then
               move 33                                    to ws-msn-erro-ofsset
               move ws-fs-arqGeracoes                     to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqGeracoes   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       atualizar-catalogo-geracoes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Descarta do Catalogo em Memoria a Geração Mais Antiga (Maior
      *>    Numero) do Arquivo em Copia, Abrindo Vaga Para a Nova Geração 1 -
      *>    Sem Geração do Proprio Arquivo, Cai a Ultima Entrada da Tabela
      *>------------------------------------------------------------------------
       descartar-geracao-mais-antiga section.

           move zero to ws-ind-ger-velho
           move zero to ws-num-ger-velho
           perform varying ws-ind-ger from 1 by 1 until ws-ind-ger > ws-qtd-cat-geracoes
               if  ws-catg-arquivo(ws-ind-ger) = ws-ger-base
               and ws-catg-numero(ws-ind-ger) > ws-num-ger-velho  then
                   move ws-ind-ger                  to ws-ind-ger-velho
                   move ws-catg-numero(ws-ind-ger)  to ws-num-ger-velho
               end-if
           end-perform

           if  ws-ind-ger-velho = zero then
               move ws-qtd-cat-geracoes to ws-ind-ger-velho
           end-if

           perform varying ws-ind-ger from ws-ind-ger-velho by 1
                   until ws-ind-ger >= ws-qtd-cat-geracoes
               move ws-cat-geracoes(ws-ind-ger + 1) to ws-cat-geracoes(ws-ind-ger)
           end-perform
           subtract 1 from ws-qtd-cat-geracoes

           .
       descartar-geracao-mais-antiga-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Fecha a Listagem de Rejeitos com os Totais e o Resultado da Importação
      *>------------------------------------------------------------------------
       gravar-totais-rejeitos section.

           if  ws-tot-rejeitadas = zero then
               write fd-linha-rejeito from ws-linha-nenhum-rejeito
               if  ws-fs-arqRejeitosDeck <> 0 then
                   perform erro-gravar-rejeitos
               end-if
           end-if

           write fd-linha-rejeito from ws-linha-branca
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if

           move ws-tot-lidas      to ws-lt1-lidas
           move ws-tot-aceitas    to ws-lt1-aceitas
           write fd-linha-rejeito from ws-linha-totais-1
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if

           move ws-tot-rejeitadas to ws-lt2-rejeitadas
           move ws-tot-ignoradas  to ws-lt2-ignoradas
           write fd-linha-rejeito from ws-linha-totais-2
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if

           if  ws-importacao-gravada then
               move ws-nome-deck-novo to ws-tgr-arquivo
               move ws-qtd-itens      to ws-tgr-qtd
               move ws-texto-gravado  to ws-lre-texto
           else
               if  ws-qtd-itens = zero
               and ws-tot-rejeitadas = zero  then
                   move "IMPORTACAO RECUSADA - Planilha Sem Nenhuma Pergunta" to ws-lre-texto
               else
                   move "IMPORTACAO RECUSADA - Corrija as Linhas Acima e Importe de Novo (Nada Foi Gravado)"
                                                                             to ws-lre-texto
               end-if
           end-if
           write fd-linha-rejeito from ws-linha-resultado
           if  ws-fs-arqRejeitosDeck <> 0 then
               perform erro-gravar-rejeitos
           end-if

           close arqRejeitosDeck
           if  ws-fs-arqRejeitosDeck <> 0 then
               move 34                                      to ws-msn-erro-ofsset
               move ws-fs-arqRejeitosDeck                   to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqRejeitosDeck"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-totais-rejeitos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Erro Padrão de Gravação da Listagem de Rejeitos
      *>------------------------------------------------------------------------
       erro-gravar-rejeitos section.

           move 35                                      to ws-msn-erro-ofsset
           move ws-fs-arqRejeitosDeck                   to ws-msn-erro-cod
           move "Erro ao Gravar Arq. arqRejeitosDeck"   to ws-msn-erro-text
           perform finaliza-anormal

           .
       erro-gravar-rejeitos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Formatação da Data (DD/MM/AAAA) e da Hora (HH:MM:SS) do Sistema
      *>------------------------------------------------------------------------
       formatar-data-hora section.

           accept ws-data-sistema from date yyyymmdd
           move space to ws-data-formatada
           string ws-data-dia   delimited by size
                  "/"           delimited by size
                  ws-data-mes   delimited by size
                  "/"           delimited by size
                  ws-data-ano   delimited by size
                  into ws-data-formatada

           accept ws-hora-sistema from time
           move space to ws-hora-formatada
           string ws-hora-hh delimited by size
                  ":"        delimited by size
                  ws-hora-mm delimited by size
                  ":"        delimited by size
                  ws-hora-ss delimited by size
                  into ws-hora-formatada

           .
       formatar-data-hora-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

      *>   Caso Finalize de Forma Anormal a Mensagem de Erro Aparecerá
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

           move 16 to return-code

           stop run

           .
       finaliza-anormal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                        Finalização  Normal
      *>------------------------------------------------------------------------
       finaliza section.

      *>   Planilha Recusada Devolve Codigo de Retorno Para Quem Chamou
           if  ws-importacao-recusada then
               move 8 to return-code
           end-if

           stop run

           .
       finaliza-exit.
           exit.
