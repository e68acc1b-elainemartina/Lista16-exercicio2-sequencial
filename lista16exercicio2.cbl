           lock mode is automatic
           file status is ws-fs-arqGeracoes.

           select arqSessoes assign to "arqSessoes.txt"             *> Arquivo de Controle das Sessões de Jogo (Numero, Horarios, Operador e Regras)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSessoes.

           select arqDuelos assign to "arqDuelos.txt"               *> Arquivo de Resultados dos Duelos (Quem Jogou Contra Quem e Quem Venceu)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDuelos.

           select arqOperadores assign to "arqOperadores.txt"       *> Arquivo de Operadores (Identificação, Nome, Senha Codificada, Perfil e Situação)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

           select arqAjustes assign to "arqAjustes.txt"             *> Arquivo de Ajustes de Pontuação (Contestação de Resposta Depois da Sessão)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAjustes.

       i-o-control.

      *>------------------------------------------------------------------------
           05 fd-alias-para                        pic x(25).

       fd arqLogRespostas.
       01  fd-linha-log-resposta                   pic x(200).

       fd arqRelatorioFinal.
       01  fd-linha-relatorio-final                 pic x(80).

       fd arqCheckpoint.
       01  fd-linha-checkpoint                      pic x(246).

       fd arqJournal.
       01  fd-linha-journal                         pic x(238).
           05 filler                               pic x(01).
           05 fd-ger-hora                          pic x(08).

       fd arqSessoes.
       01  fd-linha-sessao                          pic x(330).

       fd arqDuelos.
       01  fd-linha-duelo                           pic x(150).

       fd arqOperadores.
       01  fd-linha-operador                        pic x(60).

       fd arqAjustes.
       01  fd-linha-ajuste                          pic x(180).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqGerOrigem                        pic  9(02).
       77  ws-fs-arqGerDestino                       pic  9(02).
       77  ws-fs-arqGeracoes                         pic  9(02).
       77  ws-fs-arqSessoes                          pic  9(02).
       77  ws-fs-arqDuelos                           pic  9(02).
       77  ws-fs-arqOperadores                       pic  9(02).
       77  ws-fs-arqAjustes                          pic  9(02).
       77  ws-qtd-operadores                         pic  9(02) value zero.
      *>----Tentativas de Senha Erradas Seguidas que Bloqueiam o Operador
       77  ws-max-tentativas                         pic  9(01) value 3.
       77  ws-qtd-jogadores                          pic  9(02) value zero.
       77  ws-prox-turno                             pic  9(02).
      *>----Quantidade de Perguntas por Jogador do Torneio (Zero = Livre, Encerra Pelo Campo Sair)
          05 ws-escolher-deck                      pic x(01).
          05 ws-duelo                              pic x(01).
          05 ws-opcao-campeonato                   pic x(01).
          05 ws-administrar-operadores             pic x(01).
          05 ws-ajustar-pontuacao                  pic x(01).

       01 ws-tela-jogo.
          05 ws-capital-jog                        pic x(25).
      *>   os Decks do Campeonato Salvo Saem um por Registro "K" em ws-chk-deck-arquivo
          05 ws-chk-pontos-deck.
             10 ws-chk-pts-deck occurs 8           pic 9(02).
          05 filler                                pic x(01) value space.
      *>   Numero da Sessão de Jogo do Torneio Salvo (Registro "C") - a Retomada
      *>   Continua na Mesma Sessão do Arquivo de Controle
          05 ws-chk-sessao                         pic 9(06).

      *>----Vetor do Baralho de Estados Usado Para Montar/Interpretar ws-chk-deck (1 Posicao por Estado)
       01 ws-deck-string.

       01 ws-data-formatada                        pic x(10).

      *>----Operador Conferido no Acesso (Identificação do Arquivo de Operadores) -
      *>----Identifica Quem Fez Cada Alteração Registrada no Diario de Alterações
       01 ws-operador                              pic x(25).

      *>----Linha do Arquivo de Operadores (arqOperadores.txt) - a Senha é Gravada
      *>----Codificada; Perfil "J" Apresentador de Jogo, "M" Mantenedor dos
      *>----Arquivos Mestres e "A" Administrador; Situação "A" Ativo, "B" Bloqueado
      *>----Por Tentativas Erradas e "D" Desativado; Troca "S" = Senha Provisoria
       01 ws-linha-operador.
          05 ws-lop-id                             pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-lop-nome                           pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-lop-senha                          pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-lop-perfil                         pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-lop-situacao                       pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-lop-tentativas                     pic 9(01).
          05 filler                                pic x(01) value space.
          05 ws-lop-troca                          pic x(01).

      *>----Tabela de Operadores Carregada no Acesso - o Arquivo é Regravado Inteiro
      *>----a Cada Alteração (Tentativa Errada, Bloqueio, Inclusão, Senha, Desativação)
       01 ws-operadores.
          05 ws-opr occurs 50.
             10 ws-opr-id                          pic x(08).
             10 ws-opr-nome                        pic x(25).
             10 ws-opr-senha                       pic x(10).
             10 ws-opr-perfil                      pic x(01).
                88 ws-opr-apresentador             value "J".
                88 ws-opr-mantenedor               value "M".
                88 ws-opr-administrador            value "A".
             10 ws-opr-situacao                    pic x(01).
                88 ws-opr-ativo                    value "A".
                88 ws-opr-bloqueado                value "B".
                88 ws-opr-desativado               value "D".
             10 ws-opr-tentativas                  pic 9(01).
             10 ws-opr-troca                       pic x(01).
                88 ws-opr-senha-provisoria         value "S".
          05 ws-ind-opr                            pic 9(02).
          05 ws-ind-opr-achado                     pic 9(02).
          05 ws-opr-procurado                      pic x(08).

      *>----Acesso do Operador - Identificação e Senha Conferidas no Arquivo de
      *>----Operadores; o Perfil do Operador Define as Opções do Menu Principal
       01 ws-acesso.
          05 ws-acesso-id                          pic x(08).
          05 ws-acesso-senha                       pic x(10).
          05 ws-acesso-nova-senha                  pic x(10).
          05 ws-acesso-confirma                    pic x(10).
          05 ws-acesso-falhas                      pic 9(01) value zero.
          05 ws-acesso-situacao                    pic x(01) value "N".
             88 ws-acesso-liberado                 value "S".
             88 ws-acesso-negado                   value "N".
          05 ws-perfil-sessao                      pic x(01) value space.
             88 ws-perfil-apresentador             value "J".
             88 ws-perfil-mantenedor               value "M".
             88 ws-perfil-administrador            value "A".
             88 ws-perfil-joga                     value "J", "A".
             88 ws-perfil-mantem                   value "M", "A".

      *>----Codificação da Senha Gravada no Arquivo de Operadores - Cada Caractere
      *>----da Senha é Trocado Pelo da Mesma Posição na Tabela Cifrada
       01 ws-senha-codificacao.
          05 ws-senha-trabalho                     pic x(10).
          05 ws-senha-aberta                       pic x(62)
             value "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
          05 ws-senha-cifrada                      pic x(62)
             value "31KfGDMz7hRulEYFkrx9CNILbZHiWUngdjpwyvBsmJ0VT624oPQtq5AcOaS8eX".

      *>----Entradas e Paginação da Tela de Administração de Operadores
       01 ws-adm-operadores.
          05 ws-adm-acao                           pic x(01).
          05 ws-adm-id                             pic x(08).
          05 ws-adm-nome                           pic x(25).
          05 ws-adm-perfil                         pic x(01).
          05 ws-adm-senha                          pic x(10).
          05 ws-adm-pag-atual                      pic 9(02) value 1.
          05 ws-adm-pag-total                      pic 9(02) value 1.
          05 ws-adm-pag-lin occurs 8.
             10 ws-adm-pag-id                      pic x(08).
             10 ws-adm-pag-nome                    pic x(25).
             10 ws-adm-pag-perfil                  pic x(13).
             10 ws-adm-pag-situacao                pic x(10).
          05 ws-ind-pag-adm                        pic 9(02).
          05 ws-ind-adm-pag                        pic 9(02).
          05 ws-ind-base-adm                       pic 9(02).
          05 ws-adm-pag-ant                        pic x(01).
          05 ws-adm-pag-prox                       pic x(01).

      *>----Entrada do Ajuste de Pontuação - Contestação de uma Resposta Depois
      *>----da Sessão (Resposta Certa Recusada, Engano do Apresentador); a Linha
      *>----Original do Historico Nunca é Regravada, o Ajuste Vai Para arqAjustes.txt
       01 ws-ajuste-entrada.
          05 ws-aje-codigo                         pic 9(04).
          05 ws-aje-data-sessao                    pic x(10).
      *>   Sessão Zero = Não Informada (Houve Uma Só Sessão do Jogador no Dia)
          05 ws-aje-sessao                         pic 9(06).
          05 ws-aje-sinal                          pic x(01).
          05 ws-aje-pontos                         pic 9(02).
          05 ws-aje-estado                         pic x(25).
          05 ws-aje-motivo                         pic x(50).
          05 ws-aje-gravar                         pic x(01).

      *>----Apoio da Conferencia do Ajuste Contra o Historico, os Ajustes
      *>----Anteriores e o Log de Respostas
       01 ws-ajuste-apoio.
          05 ws-aja-qtd-linhas                     pic 9(03).
          05 ws-aja-nome                           pic x(25).
          05 ws-aja-sessao                         pic 9(06).
          05 ws-aja-sessao-lin                     pic 9(06).
          05 ws-aja-outra-sessao                   pic x(01).
             88 ws-aja-varias-sessoes              value "S".
          05 ws-aja-pontos-orig                    pic 9(02).
          05 ws-aja-saldo                          pic s9(04).
          05 ws-aja-ultimo-numero                  pic 9(06).
          05 ws-aja-estado-norm                    pic x(25).
      *>   Posição (Numero da Linha) da Resposta a Anular no Log, Zero = Não Achou
          05 ws-aja-linha-log                      pic 9(07).
          05 ws-aja-cont-log                       pic 9(07).
          05 ws-aja-qtd-anuladas                   pic 9(03).

      *>----Linha do Arquivo de Ajustes de Pontuação (arqAjustes.txt) - Numero
      *>----Sequencial, Jogador, Sessão Ajustada, Pontos com Sinal, Pergunta
      *>----Anulada no Log (Branco = Nenhuma), Data/Hora/Operador do Lançamento,
      *>----Nome do Jogador e Motivo; o Arquivo Só Recebe Linhas Novas
       01 ws-linha-ajuste.
          05 ws-aj-numero                          pic 9(06).
          05 filler                                pic x(01) value space.
          05 ws-aj-codigo                          pic 9(04).
          05 filler                                pic x(01) value space.
          05 ws-aj-data-sessao                     pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-aj-sessao                          pic 9(06).
          05 filler                                pic x(01) value space.
          05 ws-aj-pontos                          pic s9(02) sign leading separate.
          05 filler                                pic x(01) value space.
          05 ws-aj-estado                          pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-aj-data                            pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-aj-hora                            pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-aj-operador                        pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-aj-nome                            pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-aj-motivo                          pic x(50).

      *>----Linha do Log de Respostas Vista Pelo Ajuste - Somente a Chave da
      *>----Resposta Contestada e a Marca de Anulação (Numero do Ajuste)
       01 ws-linha-log-ajuste.
          05 ws-lga-data                           pic x(10).
          05 filler                                pic x(01).
          05 ws-lga-nome                           pic x(25).
          05 filler                                pic x(01).
          05 ws-lga-estado                         pic x(25).
          05 filler                                pic x(45).
          05 ws-lga-resultado                      pic x(01).
          05 filler                                pic x(07).
          05 ws-lga-sessao                         pic x(06).
          05 filler                                pic x(01).
          05 ws-lga-codigo                         pic x(04).
          05 filler                                pic x(41).
          05 ws-lga-ajuste                         pic x(06).
          05 filler                                pic x(27).

      *>----Hora do Sistema Formatada (HH:MM:SS) Para o Diario de Alterações
       01 ws-hora-sistema.
          05 ws-hora-hh                            pic 9(02).

      *>----Catalogo das Copias de Geração em Memoria, Para a Regravação de
      *>----arqGeracoes.txt a Cada Copia Nova (Arquivo, Numero, Data e Hora) -
      *>----Comporta os 8 Decks Mais o Registro, o Historico e o Log, 5 Gerações Cada
       01 ws-cat-geracoes occurs 60.
          05 ws-catg-arquivo                       pic x(30).
          05 ws-catg-numero                        pic 9(01).
          05 ws-hist-nome                          pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-hist-pontos                        pic 9(02).
          05 filler                                pic x(01) value space.
      *>   Numero da Sessão de Jogo que Gerou a Linha (arqSessoes.txt)
          05 ws-hist-sessao                        pic 9(06).

      *>----Linha de Detalhe de Cada Pergunta Respondida, Gravada em arqLogRespostas.txt
       01 ws-linha-log-resposta.
          05 ws-log-resultado                      pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-log-segundos                       pic 9(05).
          05 filler                                pic x(01) value space.
      *>   Sessão de Jogo, Codigo do Jogador no Registro Permanente, Hora da
      *>   Resposta e Arquivo do Deck de Onde Veio a Pergunta
          05 ws-log-sessao                         pic 9(06).
          05 filler                                pic x(01) value space.
          05 ws-log-codigo                         pic 9(04).
          05 filler                                pic x(01) value space.
          05 ws-log-hora                           pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-log-deck                           pic x(30).
          05 filler                                pic x(01) value space.
      *>   Numero do Ajuste de Pontuação que Anulou a Resposta (arqAjustes.txt) -
      *>   Branco na Gravação; Preenchido Somente Pelo Ajuste de Pontuação
          05 ws-log-ajuste                         pic x(06) value space.

      *>----Linha do Placar Final Impresso em arqRelatorioFinal.txt (Layout Colunar)
       01 ws-linha-relatorio-final.
       01 ws-cabecalho-relatorio-final             pic x(80)
          value "Coloc.   Jogador                  Pontos   T.Med(s)   Data".

      *>----Linha do Relatorio Final que Identifica a Sessão de Jogo do Placar
       01 ws-linha-relatorio-sessao.
          05 filler                                pic x(08) value "Sessao: ".
          05 ws-relf-sessao                        pic 9(06).

      *>----Linha do Relatorio Final que Identifica o Deck Jogado no Torneio
       01 ws-linha-relatorio-deck.
          05 filler                                pic x(06) value "Deck: ".
          05 ws-duelo-vencedor                     pic 9(02).
          05 ws-duelo-nome-vencedor                pic x(25).

      *>----Placar do Duelo em Andamento - Rodadas Vencidas por Cada Jogador,
      *>----Empates no Tempo (os Dois Acertaram no Mesmo Tempo) e Rodadas Sem Ponto
       01 ws-duelo-placar.
          05 ws-duelo-rodadas                      pic 9(03).
          05 ws-duelo-vitorias1                    pic 9(03).
          05 ws-duelo-vitorias2                    pic 9(03).
          05 ws-duelo-empates                      pic 9(03).
          05 ws-duelo-sem-ponto                    pic 9(03).

      *>----Entrada da Tela de Escolha do Deck de Perguntas
       01 ws-escolha-deck.
          05 ws-deck-escolhido                     pic 9(01).
          05 ws-manut-ant                          pic x(01).
          05 ws-manut-prox                         pic x(01).
          05 ws-manut-salvar                       pic x(01).

      *>----Sessão de Jogo em Andamento - Aberta no Inicio do Torneio, do Duelo
      *>----ou do Campeonato e Encerrada no Relatorio Final; o Numero Vai em
      *>----Cada Linha do Historico, do Log de Respostas e no Relatorio Final
       01 ws-sessao-atual.
          05 ws-sessao-numero                      pic 9(06) value zero.
          05 ws-sessao-situacao                    pic x(01) value "N".
             88 ws-sessao-em-aberto                value "S".
             88 ws-sessao-fechada                  value "N".
      *>   Formato da Sessão - "T" Torneio, "D" Duelo, "C" Campeonato
          05 ws-sessao-formato                     pic x(01).
          05 ws-sessao-data                        pic x(10).
          05 ws-sessao-hora-inicio                 pic x(08).
          05 ws-sessao-maior-numero                pic 9(06).
      *>   Numero Trazido do Checkpoint na Retomada (Zero = Torneio Novo)
          05 ws-sessao-retomada                    pic 9(06) value zero.
          05 ws-sessao-achada                      pic x(01).
          05 ws-ind-ses-deck                       pic 9(01).

      *>----Linha do Arquivo de Controle das Sessões - o Registro "A" é Gravado
      *>----na Abertura e o "E" no Encerramento, Repetindo as Regras com a Hora
      *>----de Fim (a Ultima Linha de Cada Numero é a Situação Final da Sessão)
       01 ws-linha-sessao.
          05 ws-ses-tipo                           pic x(01).
             88 ws-ses-aberta                      value "A".
             88 ws-ses-encerrada                   value "E".
          05 filler                                pic x(01) value space.
          05 ws-ses-numero                         pic 9(06).
          05 filler                                pic x(01) value space.
          05 ws-ses-data                           pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-ses-hora-inicio                    pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-ses-hora-fim                       pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-ses-operador                       pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-ses-formato                        pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-ses-modo                           pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-ses-direcao                        pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-ses-quota                          pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-ses-tempo-limite                   pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-ses-qtd-jogadores                  pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-ses-qtd-decks                      pic 9(01).
      *>   Arquivo do Deck Jogado (Posição 1) ou de Cada Deck do Campeonato
          05 ws-ses-decks occurs 8.
             10 filler                             pic x(01).
             10 ws-ses-deck-arquivo                pic x(30).

      *>----Linha do Arquivo de Resultados dos Duelos (arqDuelos.txt) - uma Por
      *>----Duelo Encerrado, com os Dois Jogadores e o Placar de Rodadas
       01 ws-linha-duelo.
          05 ws-dlr-data                           pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-dlr-hora                           pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-dlr-sessao                         pic 9(06).
          05 filler                                pic x(01) value space.
          05 ws-dlr-codigo1                        pic 9(04).
          05 filler                                pic x(01) value space.
          05 ws-dlr-nome1                          pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-dlr-codigo2                        pic 9(04).
          05 filler                                pic x(01) value space.
          05 ws-dlr-nome2                          pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-dlr-vitorias1                      pic 9(03).
          05 filler                                pic x(01) value space.
          05 ws-dlr-vitorias2                      pic 9(03).
          05 filler                                pic x(01) value space.
          05 ws-dlr-empates                        pic 9(03).
          05 filler                                pic x(01) value space.
          05 ws-dlr-sem-ponto                      pic 9(03).
          05 filler                                pic x(01) value space.
          05 ws-dlr-deck                           pic x(30).
      *>------------------------------------------------------------------------
      *>----Variaveis para comunicação entre programas
       linkage section.
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Tela Principal                                   ".
           05 line 03 col 01 value "      MENU                                            Operador:                  ".
           05 line 04 col 01 value "        [ ]Cadastro de Jogadores                                                 ".
           05 line 05 col 01 value "        [ ]Jogar (Digitando a Resposta)                                          ".
           05 line 06 col 01 value "        [ ]Jogar (Multipla Escolha)                                              ".
           05 line 10 col 01 value "        [ ]Escolher Deck de Perguntas                                            ".
           05 line 11 col 01 value "        [ ]Duelo (2 Jogadores na Mesma Pergunta)                                 ".
           05 line 12 col 01 value "        [ ]Campeonato (Varios Decks no Mesmo Torneio)                            ".
           05 line 13 col 01 value "        [ ]Administracao de Operadores                                           ".
           05 line 14 col 01 value "        [ ]Ajuste de Pontuacao (Contestacao)                                     ".
           05 line 15 col 01 value "                                                                                  ".


           05 sc-sair-menu            line 01  col 71 pic x(01)
           05 sc-campeonato-menu      line 12  col 10 pic x(01)
           using ws-opcao-campeonato foreground-color 15.

           05 sc-operadores-menu      line 13  col 10 pic x(01)
           using ws-administrar-operadores foreground-color 15.

           05 sc-ajustes-menu         line 14  col 10 pic x(01)
           using ws-ajustar-pontuacao foreground-color 15.

           05 sc-operador-menu        line 03  col 65 pic x(08)
           from ws-acesso-id foreground-color 12.

           05 sc-msn-menu             line 15  col 01 pic x(50)
           from ws-msn foreground-color 12.
      *>---------------------------------------------------------------------------------------------------------------
       01  sc-tela-menu-apresentador.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Tela Principal                                   ".
           05 line 03 col 01 value "      MENU                                            Operador:                  ".
           05 line 04 col 01 value "        [ ]Cadastro de Jogadores                                                 ".
           05 line 05 col 01 value "        [ ]Jogar (Digitando a Resposta)                                          ".
           05 line 06 col 01 value "        [ ]Jogar (Multipla Escolha)                                              ".
           05 line 07 col 01 value "        [ ]Continuar Torneio Salvo                                               ".
           05 line 08 col 01 value "        [ ]Escolher Deck de Perguntas                                            ".
           05 line 09 col 01 value "        [ ]Duelo (2 Jogadores na Mesma Pergunta)                                 ".
           05 line 10 col 01 value "        [ ]Campeonato (Varios Decks no Mesmo Torneio)                            ".
           05 line 14 col 01 value "                                                                                  ".


           05 sc-sair-menu-apr           line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-cadastro-jog-apr        line 04  col 10 pic x(01)
           using ws-cadastro-jogadores foreground-color 15.

           05 sc-jogar-apr               line 05  col 10 pic x(01)
           using ws-jogar foreground-color 15.

           05 sc-jogar-mult-apr          line 06  col 10 pic x(01)
           using ws-jogar-mult foreground-color 15.

           05 sc-continuar-apr           line 07  col 10 pic x(01)
           using ws-continuar foreground-color 15.

           05 sc-escolher-deck-apr       line 08  col 10 pic x(01)
           using ws-escolher-deck foreground-color 15.

           05 sc-duelo-apr               line 09  col 10 pic x(01)
           using ws-duelo foreground-color 15.

           05 sc-campeonato-apr          line 10  col 10 pic x(01)
           using ws-opcao-campeonato foreground-color 15.

           05 sc-operador-menu-apr       line 03  col 65 pic x(08)
           from ws-acesso-id foreground-color 12.

           05 sc-msn-menu-apr            line 14  col 01 pic x(50)
           from ws-msn foreground-color 12.
      *>---------------------------------------------------------------------------------------------------------------
       01  sc-tela-menu-mantenedor.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Tela Principal                                   ".
           05 line 03 col 01 value "      MENU                                            Operador:                  ".
           05 line 04 col 01 value "        [ ]Manutencao de Estados e Capitais                                      ".
           05 line 05 col 01 value "        [ ]Registro de Novo Jogador                                              ".
           05 line 06 col 01 value "        [ ]Escolher Deck de Perguntas                                            ".
           05 line 07 col 01 value "        [ ]Ajuste de Pontuacao (Contestacao)                                     ".
           05 line 14 col 01 value "                                                                                  ".


           05 sc-sair-menu-mnt           line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-manter-estados-mnt      line 04  col 10 pic x(01)
           using ws-manter-estados foreground-color 15.

           05 sc-novo-jogador-mnt        line 05  col 10 pic x(01)
           using ws-novo-jogador foreground-color 15.

           05 sc-escolher-deck-mnt       line 06  col 10 pic x(01)
           using ws-escolher-deck foreground-color 15.

           05 sc-ajustes-mnt             line 07  col 10 pic x(01)
           using ws-ajustar-pontuacao foreground-color 15.

           05 sc-operador-menu-mnt       line 03  col 65 pic x(08)
           from ws-acesso-id foreground-color 12.

           05 sc-msn-menu-mnt            line 14  col 01 pic x(50)
           from ws-msn foreground-color 12.
      *>---------------------------------------------------------------------------------------------------------------
       01  sc-tela-cad-jogador.

           05 sc-msn-manut               line 22  col 16 pic x(50)
           from ws-msn  foreground-color 12.
      *>---------------------------------------------------------------------------------------------------------------
       01  sc-tela-acesso.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 02 col 01 value "                            Acesso ao Jogo - Operador                            ".
           05 line 04 col 01 value "      Operador :                                                                 ".
           05 line 05 col 01 value "      Senha    :                                                                 ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-id-acesso               line 04  col 18 pic x(08)
           using ws-acesso-id foreground-color 12.

           05 sc-senha-acesso            line 05  col 18 pic x(10)
           using ws-acesso-senha secure foreground-color 12.

           05 sc-msn-acesso              line 22  col 16 pic x(50)
           from ws-msn  foreground-color 12.
      *>---------------------------------------------------------------------------------------------------------------
       01  sc-tela-troca-senha.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 02 col 01 value "                          Troca da Senha Provisoria                              ".
           05 line 04 col 01 value "      Operador       :                                                           ".
           05 line 06 col 01 value "      Nova Senha     :                                                           ".
           05 line 07 col 01 value "      Confirmar Senha:                                                           ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-id-troca                line 04  col 24 pic x(08)
           from ws-acesso-id foreground-color 12.

           05 sc-nova-senha-troca        line 06  col 24 pic x(10)
           using ws-acesso-nova-senha secure foreground-color 12.

           05 sc-confirma-troca          line 07  col 24 pic x(10)
           using ws-acesso-confirma secure foreground-color 12.

           05 sc-msn-troca               line 22  col 16 pic x(50)
           from ws-msn  foreground-color 12.
      *>---------------------------------------------------------------------------------------------------------------
       01  sc-tela-operadores.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Administracao de Operadores                            ".
           05 line 04 col 01 value "      Operadores (Id / Nome / Perfil / Situacao):                                ".
           05 line 14 col 01 value "      Pagina     de      [P]Pag.Anterior     [N]Prox.Pagina                      ".
           05 line 16 col 01 value "      Acao [ ]  I=Incluir  S=Nova Senha (Desbloqueia/Reativa)  D=Desativar       ".
           05 line 17 col 01 value "      Operador :            Nome :                                               ".
           05 line 18 col 01 value "      Perfil   : [ ]  J=Apresentador  M=Mantenedor  A=Administrador              ".
           05 line 19 col 01 value "      Senha    :            (Provisoria - Trocada no Proximo Acesso)             ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-sair-opr                line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-opr-id1                 line 05  col 08 pic x(08)
           from ws-adm-pag-id(1) foreground-color 12.
           05 sc-opr-nome1               line 05  col 18 pic x(25)
           from ws-adm-pag-nome(1) foreground-color 12.
           05 sc-opr-perfil1             line 05  col 45 pic x(13)
           from ws-adm-pag-perfil(1) foreground-color 12.
           05 sc-opr-situacao1           line 05  col 60 pic x(10)
           from ws-adm-pag-situacao(1) foreground-color 12.

           05 sc-opr-id2                 line 06  col 08 pic x(08)
           from ws-adm-pag-id(2) foreground-color 12.
           05 sc-opr-nome2               line 06  col 18 pic x(25)
           from ws-adm-pag-nome(2) foreground-color 12.
           05 sc-opr-perfil2             line 06  col 45 pic x(13)
           from ws-adm-pag-perfil(2) foreground-color 12.
           05 sc-opr-situacao2           line 06  col 60 pic x(10)
           from ws-adm-pag-situacao(2) foreground-color 12.

           05 sc-opr-id3                 line 07  col 08 pic x(08)
           from ws-adm-pag-id(3) foreground-color 12.
           05 sc-opr-nome3               line 07  col 18 pic x(25)
           from ws-adm-pag-nome(3) foreground-color 12.
           05 sc-opr-perfil3             line 07  col 45 pic x(13)
           from ws-adm-pag-perfil(3) foreground-color 12.
           05 sc-opr-situacao3           line 07  col 60 pic x(10)
           from ws-adm-pag-situacao(3) foreground-color 12.

           05 sc-opr-id4                 line 08  col 08 pic x(08)
           from ws-adm-pag-id(4) foreground-color 12.
           05 sc-opr-nome4               line 08  col 18 pic x(25)
           from ws-adm-pag-nome(4) foreground-color 12.
           05 sc-opr-perfil4             line 08  col 45 pic x(13)
           from ws-adm-pag-perfil(4) foreground-color 12.
           05 sc-opr-situacao4           line 08  col 60 pic x(10)
           from ws-adm-pag-situacao(4) foreground-color 12.

           05 sc-opr-id5                 line 09  col 08 pic x(08)
           from ws-adm-pag-id(5) foreground-color 12.
           05 sc-opr-nome5               line 09  col 18 pic x(25)
           from ws-adm-pag-nome(5) foreground-color 12.
           05 sc-opr-perfil5             line 09  col 45 pic x(13)
           from ws-adm-pag-perfil(5) foreground-color 12.
           05 sc-opr-situacao5           line 09  col 60 pic x(10)
           from ws-adm-pag-situacao(5) foreground-color 12.

           05 sc-opr-id6                 line 10  col 08 pic x(08)
           from ws-adm-pag-id(6) foreground-color 12.
           05 sc-opr-nome6               line 10  col 18 pic x(25)
           from ws-adm-pag-nome(6) foreground-color 12.
           05 sc-opr-perfil6             line 10  col 45 pic x(13)
           from ws-adm-pag-perfil(6) foreground-color 12.
           05 sc-opr-situacao6           line 10  col 60 pic x(10)
           from ws-adm-pag-situacao(6) foreground-color 12.

           05 sc-opr-id7                 line 11  col 08 pic x(08)
           from ws-adm-pag-id(7) foreground-color 12.
           05 sc-opr-nome7               line 11  col 18 pic x(25)
           from ws-adm-pag-nome(7) foreground-color 12.
           05 sc-opr-perfil7             line 11  col 45 pic x(13)
           from ws-adm-pag-perfil(7) foreground-color 12.
           05 sc-opr-situacao7           line 11  col 60 pic x(10)
           from ws-adm-pag-situacao(7) foreground-color 12.

           05 sc-opr-id8                 line 12  col 08 pic x(08)
           from ws-adm-pag-id(8) foreground-color 12.
           05 sc-opr-nome8               line 12  col 18 pic x(25)
           from ws-adm-pag-nome(8) foreground-color 12.
           05 sc-opr-perfil8             line 12  col 45 pic x(13)
           from ws-adm-pag-perfil(8) foreground-color 12.
           05 sc-opr-situacao8           line 12  col 60 pic x(10)
           from ws-adm-pag-situacao(8) foreground-color 12.

           05 sc-opr-pag-atual           line 14  col 14 pic 9(02)
           from ws-adm-pag-atual foreground-color 12.

           05 sc-opr-pag-total           line 14  col 21 pic 9(02)
           from ws-adm-pag-total foreground-color 12.

           05 sc-opr-pag-ant             line 14  col 32 pic x(01)
           using ws-adm-pag-ant foreground-color 15.

           05 sc-opr-pag-prox            line 14  col 53 pic x(01)
           using ws-adm-pag-prox foreground-color 15.

           05 sc-opr-acao                line 16  col 13 pic x(01)
           using ws-adm-acao foreground-color 15.

           05 sc-opr-id-adm              line 17  col 18 pic x(08)
           using ws-adm-id foreground-color 12.

           05 sc-opr-nome-adm            line 17  col 35 pic x(25)
           using ws-adm-nome foreground-color 12.

           05 sc-opr-perfil-adm          line 18  col 19 pic x(01)
           using ws-adm-perfil foreground-color 15.

           05 sc-opr-senha-adm           line 19  col 18 pic x(10)
           using ws-adm-senha secure foreground-color 12.

           05 sc-msn-opr                 line 22  col 16 pic x(50)
           from ws-msn  foreground-color 12.
      *>---------------------------------------------------------------------------------------------------------------
       01  sc-tela-ajustes.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                   Ajuste de Pontuacao - Contestacao de Resposta                 ".
           05 line 04 col 01 value "      Codigo do Jogador  :                                                       ".
           05 line 05 col 01 value "      Data da Sessao     :            (DD/MM/AAAA)                               ".
           05 line 06 col 01 value "      Sessao             :            (Zero Se Houve Uma So no Dia)              ".
           05 line 08 col 01 value "      Ajuste (+/-)       : [ ]                                                   ".
           05 line 09 col 01 value "      Pergunta Contestada:                                                       ".
           05 line 10 col 01 value "                           (Em Branco Se Nao Ha Resposta a Anular no Log)        ".
           05 line 12 col 01 value "      Motivo :                                                                   ".
           05 line 14 col 01 value "      [ ]Gravar o Ajuste                                                         ".
           05 line 16 col 01 value "      Jogador            :                                                       ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-sair-ajuste             line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-codigo-ajuste           line 04  col 28 pic 9(04)
           using ws-aje-codigo foreground-color 12.

           05 sc-data-ajuste             line 05  col 28 pic x(10)
           using ws-aje-data-sessao foreground-color 12.

           05 sc-sessao-ajuste           line 06  col 28 pic 9(06)
           using ws-aje-sessao foreground-color 12.

           05 sc-sinal-ajuste            line 08  col 29 pic x(01)
           using ws-aje-sinal foreground-color 15.

           05 sc-pontos-ajuste           line 08  col 32 pic 9(02)
           using ws-aje-pontos foreground-color 12.

           05 sc-estado-ajuste           line 09  col 28 pic x(25)
           using ws-aje-estado foreground-color 12.

           05 sc-motivo-ajuste           line 12  col 16 pic x(50)
           using ws-aje-motivo foreground-color 12.

           05 sc-gravar-ajuste           line 14  col 08 pic x(01)
           using ws-aje-gravar foreground-color 15.

           05 sc-nome-ajuste             line 16  col 28 pic x(25)
           from ws-aja-nome foreground-color 12.

           05 sc-msn-ajuste              line 22  col 16 pic x(50)
           from ws-msn  foreground-color 12.
      *>---------------------------------------------------------------------------------------------------------------
      *>Declaração do corpo do programa
       procedure division.
      *>------------------------------------------------------------------------
       inicializa section.

      *>   Identificar o Operador da Sessão Pela Identificação e Senha do Arquivo
      *>   de Operadores - Toda Alteração nos Arquivos Mestres Sai com Esta
      *>   Identificação no Diario de Alterações (arqJournal.txt)
           move space to ws-operador
           perform acessar-operador

      *>   Carregar o Catalogo de Decks Disponiveis, se o Arquivo Existir
           perform carregar-catalogo-decks
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Acesso do Operador - Identificação e Senha Conferidas no Arquivo de
      *>    Operadores; Depois de 3 Tentativas Erradas Nesta Abertura o Programa
      *>    Termina, e o Operador com 3 Senhas Erradas Seguidas Fica Bloqueado
      *>------------------------------------------------------------------------
       acessar-operador section.

           perform carregar-operadores

           set ws-acesso-negado to true
           move zero to ws-acesso-falhas

           perform until ws-acesso-liberado

      *>       Movendo Espaço Para as Variaveis de Entrada Para Não Conter Sujeira
               move space  to ws-acesso-id
               move space  to ws-acesso-senha

      *>       Exibindo a Tela de Acesso do Operador
               display sc-tela-acesso
               accept sc-tela-acesso

      *>       Movendo Espaço Para a Variavel de Mensagem Depois do Accept, Para Não Apagar Mensagem Gravada Nesta Mesma Iteração
               move space  to ws-msn

               perform conferir-acesso

      *>       Tentativas da Abertura Esgotadas - Encerrar Sem Liberar o Menu
               if  ws-acesso-negado then
                   add 1 to ws-acesso-falhas
                   if  ws-acesso-falhas >= ws-max-tentativas then
                       display erase
                       display "Acesso Negado - Tentativas Esgotadas"
                       perform finaliza
                   end-if
               end-if

           end-perform

      *>   Operador Novo ou com Senha Reiniciada Troca a Senha Provisoria Antes do Menu
           move ws-opr-id(ws-ind-opr-achado) to ws-operador
           if  ws-opr-senha-provisoria(ws-ind-opr-achado) then
               perform trocar-senha-provisoria
           end-if

      *>   O Perfil do Operador Define as Opções do Menu Principal
           move ws-opr-perfil(ws-ind-opr-achado) to ws-perfil-sessao
           move space to ws-msn

           .
       acessar-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Confere a Identificação e a Senha Informadas na Tela de Acesso -
      *>    Senha Errada Soma Uma Tentativa ao Operador e a Terceira Seguida o
      *>    Bloqueia Até o Administrador Informar uma Nova Senha
      *>------------------------------------------------------------------------
       conferir-acesso section.

           move function upper-case(ws-acesso-id) to ws-acesso-id
           move ws-acesso-id to ws-opr-procurado
           perform localizar-operador

           if  ws-ind-opr-achado = zero then
               move "Operador ou Senha Invalidos" to ws-msn
               go to conferir-acesso-exit
           end-if

           if  ws-opr-desativado(ws-ind-opr-achado) then
               move "Operador Desativado - Procure o Administrador" to ws-msn
               go to conferir-acesso-exit
           end-if

           if  ws-opr-bloqueado(ws-ind-opr-achado) then
               move "Operador Bloqueado - Procure o Administrador" to ws-msn
               go to conferir-acesso-exit
           end-if

           if  not ws-opr-apresentador(ws-ind-opr-achado)
           and not ws-opr-mantenedor(ws-ind-opr-achado)
           and not ws-opr-administrador(ws-ind-opr-achado) then
               move "Perfil Invalido - Procure o Administrador" to ws-msn
               go to conferir-acesso-exit
           end-if

           move ws-acesso-senha to ws-senha-trabalho
           perform codificar-senha

           if  ws-senha-trabalho <> ws-opr-senha(ws-ind-opr-achado) then
               perform imagem-operador-journal
               move space             to ws-jrn-antes
               move ws-linha-operador to ws-jrn-antes

               add 1 to ws-opr-tentativas(ws-ind-opr-achado)
               if  ws-opr-tentativas(ws-ind-opr-achado) >= ws-max-tentativas then
                   move "B" to ws-opr-situacao(ws-ind-opr-achado)
                   perform gravar-operadores

      *>           Registrar o Bloqueio no Diario de Alterações - Ninguem Está
      *>           Identificado Ainda, a Alteração Sai em Nome do Controle de Acesso
                   perform imagem-operador-journal
                   move "arqOperadores.txt"  to ws-jrn-arquivo
                   move space                to ws-jrn-depois
                   move ws-linha-operador    to ws-jrn-depois
                   move "CONTROLE DE ACESSO" to ws-operador
                   perform gravar-journal
                   move space                to ws-operador

                   move "Senha Incorreta - Operador Bloqueado" to ws-msn
               else
                   perform gravar-operadores
                   move "Operador ou Senha Invalidos" to ws-msn
               end-if
               go to conferir-acesso-exit
           end-if

      *>   Senha Certa Zera as Tentativas Erradas Acumuladas
           if  ws-opr-tentativas(ws-ind-opr-achado) > zero then
               move zero to ws-opr-tentativas(ws-ind-opr-achado)
               perform gravar-operadores
           end-if

           set ws-acesso-liberado to true

           .
       conferir-acesso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Troca da Senha Provisoria (Operador Novo ou Senha Reiniciada Pelo
      *>    Administrador) - a Nova Senha é Digitada Duas Vezes
      *>------------------------------------------------------------------------
       trocar-senha-provisoria section.

           move "Senha Provisoria - Informe uma Nova Senha" to ws-msn

           perform until not ws-opr-senha-provisoria(ws-ind-opr-achado)

      *>       Movendo Espaço Para as Variaveis de Entrada Para Não Conter Sujeira
               move space  to ws-acesso-nova-senha
               move space  to ws-acesso-confirma

      *>       Exibindo a Tela de Troca da Senha Provisoria
               display sc-tela-troca-senha
               accept sc-tela-troca-senha

      *>       Movendo Espaço Para a Variavel de Mensagem Depois do Accept, Para Não Apagar Mensagem Gravada Nesta Mesma Iteração
               move space  to ws-msn

               if  ws-acesso-nova-senha = space then
                   move "Informe a Nova Senha" to ws-msn
               else
                   if  ws-acesso-nova-senha <> ws-acesso-confirma then
                       move "Confirmacao Diferente da Nova Senha" to ws-msn
                   else
                       move ws-acesso-nova-senha to ws-senha-trabalho
                       perform codificar-senha
                       if  ws-senha-trabalho = ws-opr-senha(ws-ind-opr-achado) then
                           move "Nova Senha Igual a Provisoria" to ws-msn
                       else
                           perform imagem-operador-journal
                           move space             to ws-jrn-antes
                           move ws-linha-operador to ws-jrn-antes

                           move ws-senha-trabalho to ws-opr-senha(ws-ind-opr-achado)
                           move "N"               to ws-opr-troca(ws-ind-opr-achado)
                           perform gravar-operadores

      *>                   Registrar a Troca no Diario de Alterações (a Senha Não Sai na Imagem)
                           perform imagem-operador-journal
                           move "arqOperadores.txt"  to ws-jrn-arquivo
                           move space                to ws-jrn-depois
                           move ws-linha-operador    to ws-jrn-depois
                           perform gravar-journal
                       end-if
                   end-if
               end-if

           end-perform

           .
       trocar-senha-provisoria-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carga do Arquivo de Operadores (arqOperadores.txt) - na Falta Dele
      *>    (Primeira Execução) é Criado o Administrador Padrão ADMIN com Senha
      *>    Provisoria ADMIN, que Precisa Ser Trocada no Primeiro Acesso
      *>------------------------------------------------------------------------
       carregar-operadores section.

           move zero to ws-qtd-operadores

           open input arqOperadores

           if  ws-fs-arqOperadores = 35 then
               continue
           else
               if  ws-fs-arqOperadores <> 0 then
                   move 96                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                  to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqOperadores "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqOperadores = 10

                   read arqOperadores

                   if  ws-fs-arqOperadores = 0 then
                       move fd-linha-operador to ws-linha-operador
                       if  ws-lop-id <> space then
      *>                   Tabela Cheia Interrompe - Regravar o Arquivo a Partir
      *>                   Dela Apagaria os Operadores Não Carregados
                           if  ws-qtd-operadores >= 50 then
                               move 119                                  to ws-msn-erro-ofsset
                               move zero                                 to ws-msn-erro-cod
                               move "Tabela de Operadores Cheia (50)"     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-operadores
                           move ws-lop-id         to ws-opr-id(ws-qtd-operadores)
                           move ws-lop-nome       to ws-opr-nome(ws-qtd-operadores)
                           move ws-lop-senha      to ws-opr-senha(ws-qtd-operadores)
                           move ws-lop-perfil     to ws-opr-perfil(ws-qtd-operadores)
                           move ws-lop-situacao   to ws-opr-situacao(ws-qtd-operadores)
                           move ws-lop-troca      to ws-opr-troca(ws-qtd-operadores)
                           if  ws-lop-tentativas is numeric then
                               move ws-lop-tentativas to ws-opr-tentativas(ws-qtd-operadores)
                           else
                               move zero              to ws-opr-tentativas(ws-qtd-operadores)
                           end-if
                       end-if
                   else
                       if  ws-fs-arqOperadores <> 10 then
                           move 97                                   to ws-msn-erro-ofsset
                           move ws-fs-arqOperadores                  to ws-msn-erro-cod
                           move "Erro ao Ler Arq. arqOperadores  "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqOperadores
               if  ws-fs-arqOperadores <> 0 then
                   move 98                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                  to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqOperadores"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

      *>   Arquivo Inexistente ou Vazio - Criar o Administrador Padrão
           if  ws-qtd-operadores = zero then
               move 1                to ws-qtd-operadores
               move "ADMIN"          to ws-opr-id(1)
               move "ADMINISTRADOR"  to ws-opr-nome(1)
               move "ADMIN"          to ws-senha-trabalho
               perform codificar-senha
               move ws-senha-trabalho to ws-opr-senha(1)
               move "A"              to ws-opr-perfil(1)
               move "A"              to ws-opr-situacao(1)
               move zero             to ws-opr-tentativas(1)
               move "S"              to ws-opr-troca(1)
               perform gravar-operadores
               move "Primeiro Acesso - Operador ADMIN, Senha ADMIN" to ws-msn
           end-if

           .
       carregar-operadores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Regrava o Arquivo de Operadores Inteiro a Partir da Tabela em Memoria
      *>------------------------------------------------------------------------
       gravar-operadores section.

           open output arqOperadores
           if  ws-fs-arqOperadores <> 0 then
               move 99                                   to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                  to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqOperadores "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-opr from 1 by 1 until ws-ind-opr > ws-qtd-operadores
               perform montar-linha-operador
               write fd-linha-operador from ws-linha-operador
               if  ws-fs-arqOperadores <> 0 then
                   move 100                                  to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                  to ws-msn-erro-cod
                   move "Erro ao Gravar Arq. arqOperadores"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqOperadores
           if  ws-fs-arqOperadores <> 0 then
               move 101                                  to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                  to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqOperadores"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-operadores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Monta a Linha do Arquivo de Operadores da Posição ws-ind-opr da Tabela
      *>------------------------------------------------------------------------
       montar-linha-operador section.

           move ws-opr-id(ws-ind-opr)          to ws-lop-id
           move ws-opr-nome(ws-ind-opr)        to ws-lop-nome
           move ws-opr-senha(ws-ind-opr)       to ws-lop-senha
           move ws-opr-perfil(ws-ind-opr)      to ws-lop-perfil
           move ws-opr-situacao(ws-ind-opr)    to ws-lop-situacao
           move ws-opr-tentativas(ws-ind-opr)  to ws-lop-tentativas
           move ws-opr-troca(ws-ind-opr)       to ws-lop-troca

           .
       montar-linha-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Imagem do Operador Achado Para o Diario de Alterações - a Mesma
      *>    Linha do Arquivo, com a Senha Codificada Apagada
      *>------------------------------------------------------------------------
       imagem-operador-journal section.

           move ws-ind-opr-achado to ws-ind-opr
           perform montar-linha-operador
           move space to ws-lop-senha

           .
       imagem-operador-journal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura na Tabela o Operador de ws-opr-procurado (Zero = Não Achou)
      *>------------------------------------------------------------------------
       localizar-operador section.

           move zero to ws-ind-opr-achado
           perform varying ws-ind-opr from 1 by 1 until ws-ind-opr > ws-qtd-operadores
                                                     or ws-ind-opr-achado > zero
               if  ws-opr-id(ws-ind-opr) = ws-opr-procurado then
                   move ws-ind-opr to ws-ind-opr-achado
               end-if
           end-perform

           .
       localizar-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Codifica a Senha de ws-senha-trabalho - Troca Cada Letra ou Digito
      *>    Pelo da Mesma Posição na Tabela Cifrada (a Senha Aberta Não é Gravada)
      *>------------------------------------------------------------------------
       codificar-senha section.

           inspect ws-senha-trabalho converting ws-senha-aberta to ws-senha-cifrada

           .
       codificar-senha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carga do Catalogo de Decks (arqDecks.txt) - Arquivo Opcional, na
      *>    Falta Dele o Jogo Segue Apenas com o Deck de Estados e Capitais
      *>------------------------------------------------------------------------
       carregar-catalogo-decks section.

           move zero to ws-qtd-decks
           perform varying ws-ind-deck from 1 by 1 until ws-ind-deck > 8
               move space to ws-deck-cat-arquivo(ws-ind-deck)
               move space to ws-deck-cat-nome(ws-ind-deck)
           end-perform

           open input arqDecks

      *>   Sem Catalogo o Unico Deck Oferecido é o de Estados e Capitais
           if  ws-fs-arqDecks = 35 then
               continue
           else
               if  ws-fs-arqDecks <> 0 then
                   move 37                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDecks                       to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqDecks      "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqDecks = 10
                          or ws-qtd-decks >= 8

                   read arqDecks

                   if  ws-fs-arqDecks = 0 then
                       if  fd-deck-arquivo <> space then
                           add 1 to ws-qtd-decks
                           move fd-deck-arquivo to ws-deck-cat-arquivo(ws-qtd-decks)
                           if  fd-deck-nome <> space then
                               move fd-deck-nome    to ws-deck-cat-nome(ws-qtd-decks)
                           else
                               move fd-deck-arquivo to ws-deck-cat-nome(ws-qtd-decks)
                           end-if
                       end-if
                   else
                       if  ws-fs-arqDecks <> 10 then
                           move 38                                   to ws-msn-erro-ofsset
                           move ws-fs-arqDecks                       to ws-msn-erro-cod
                           move "Erro ao Ler Arq. arqDecks       "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqDecks
               if  ws-fs-arqDecks <> 0 then
                   move 39                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDecks                       to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqDecks     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

      *>   Catalogo Vazio ou Inexistente - Oferecer Somente o Deck Padrão
           if  ws-qtd-decks = zero then
               move 1                     to ws-qtd-decks
               move "arqEstadosCap.txt"   to ws-deck-cat-arquivo(1)
               move "Estados Brasileiros" to ws-deck-cat-nome(1)
           end-if

           .
       carregar-catalogo-decks-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carga do Deck de Perguntas Apontado por ws-deck-arquivo Para a
      *>    Tabela de Trabalho - a Primeira Linha Pode Ser um Cabeçalho "*"
      *>    com o Nome do Deck, Convenção dos Decks Alem do Arquivo Original
      *>------------------------------------------------------------------------
       carregar-deck section.

      *>   Limpar a Tabela do Deck Anterior Antes de Carregar o Novo - a Carga
      *>   de Um Deck So Tambem Encerra Qualquer Campeonato Que Estivesse Ativo
           perform varying ws-ind-est-tmp from 1 by 1 until ws-ind-est-tmp > 99
               move space to ws-estado(ws-ind-est-tmp)
               move space to ws-capital(ws-ind-est-tmp)
               move space to ws-regiao(ws-ind-est-tmp)
               set ws-estado-nao-usado(ws-ind-est-tmp) to true
               move zero  to ws-deck-do-item(ws-ind-est-tmp)
           end-perform
           move zero to ws-qtd-itens
           set ws-deck-sem-cabecalho to true
           set ws-campeonato-inativo to true
               move space  to ws-escolher-deck
               move space  to ws-duelo
               move space  to ws-opcao-campeonato
               move space  to ws-administrar-operadores
               move space  to ws-ajustar-pontuacao
               move space  to ws-sair

      *>       Exibindo a Tela do Menu com as Opções Liberadas ao Perfil do Operador
               if  ws-perfil-administrador then
                   display sc-tela-menu
                   accept sc-tela-menu
               end-if
               if  ws-perfil-apresentador then
                   display sc-tela-menu-apresentador
                   accept sc-tela-menu-apresentador
               end-if
               if  ws-perfil-mantenedor then
                   display sc-tela-menu-mantenedor
                   accept sc-tela-menu-mantenedor
               end-if

      *>       Movendo Espaço Para a Variavel de Mensagem Depois do Accept, Para Não Apagar Mensagem Gravada Nesta Mesma Iteração
               move space  to ws-msn

      *>       Se For Selecionado Com "X" ou "x" a Opção Cadastro de Jogadores Chamar a Section de Cadastrar Jogadores
               if  (ws-cadastro-jogadores  = "X"
               or   ws-cadastro-jogadores  = "x")
               and  ws-perfil-joga then
                    perform cadastrar-jogadores
               end-if

      *>       Se For Selecionado Com "X" ou "x" a Opção Jogar (Texto) Chamar a Section Jogar no Modo Texto
               if  (ws-jogar = "X"
               or   ws-jogar = "x")
               and  ws-perfil-joga then
                    set ws-modo-texto to true
                    perform jogar
               end-if

      *>       Se For Selecionado Com "X" ou "x" a Opção Jogar (Multipla Escolha) Chamar a Section Jogar Nesse Modo
      *>       A Multipla Escolha Precisa de Pelo Menos 4 Perguntas no Deck Para Montar as Opções
               if  (ws-jogar-mult = "X"
               or   ws-jogar-mult = "x")
               and  ws-perfil-joga then
                    if  ws-qtd-itens < 4 then
                        move "Deck Pequeno Demais Para Multipla Escolha" to ws-msn
                    else
               end-if

      *>       Se For Selecionado Com "X" ou "x" a Opção Continuar Torneio Salvo Carregar o Ponto de Salvamento e Retomar o Jogo
               if  (ws-continuar = "X"
               or   ws-continuar = "x")
               and  ws-perfil-joga then
                    perform carregar-checkpoint
                    if  ws-qtd-jogadores > zero  then
                        set ws-carregou-checkpoint  to true
               end-if

      *>       Se For Selecionado Com "X" ou "x" a Opção Manutencao Chamar a Section de Manutencao de Estados e Capitais
               if  (ws-manter-estados = "X"
               or   ws-manter-estados = "x")
               and  ws-perfil-mantem then
                    perform manter-estados
               end-if

      *>       Se For Selecionado Com "X" ou "x" a Opção Registro de Novo Jogador Chamar a Section de Registro
               if  (ws-novo-jogador = "X"
               or   ws-novo-jogador = "x")
               and  ws-perfil-mantem then
                    perform registrar-novo-jogador
               end-if

               end-if

      *>       Se For Selecionado Com "X" ou "x" a Opção Duelo Chamar a Section do Duelo de Dois Jogadores
               if  (ws-duelo = "X"
               or   ws-duelo = "x")
               and  ws-perfil-joga then
                    perform jogar-duelo
               end-if

      *>       Se For Selecionado Com "X" ou "x" a Opção Campeonato Chamar a Section do Campeonato de Varios Decks
               if  (ws-opcao-campeonato = "X"
               or   ws-opcao-campeonato = "x")
               and  ws-perfil-joga then
                    perform jogar-campeonato
               end-if

      *>       Se For Selecionado Com "X" ou "x" a Opção Administração de Operadores Chamar a Section de Administração
               if  (ws-administrar-operadores = "X"
               or   ws-administrar-operadores = "x")
               and  ws-perfil-administrador then
                    perform administrar-operadores
               end-if

      *>       Se For Selecionado Com "X" ou "x" a Opção Ajuste de Pontuação Chamar a Section de Ajuste (Contestação)
               if  (ws-ajustar-pontuacao = "X"
               or   ws-ajustar-pontuacao = "x")
               and  ws-perfil-mantem then
                    perform ajustar-pontuacao
               end-if

           end-perform

      *>   Chamar Impressao de Relatorio, Caso o Torneio com Quota Não Tenha Emitido o Seu Sozinho
           move "Jogador Registrado com Sucesso" to ws-msn

           .
       gravar-novo-jogador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Troca a Situação do Jogador do Codigo Informado - Ativo Vira
      *>    Inativo e Inativo Volta a Ativo, Sem Apagar Registro nem Historico
      *>------------------------------------------------------------------------
       alternar-situacao-jogador section.

      *>   Rolar o Registro Permanente Para a Copia de Geração Antes da
      *>   Primeira Alteração da Sessão
           perform gerar-backup-jogadores

           open i-o arqJogadoresCad
           if  ws-fs-arqJogadoresCad = 35 then
               move "Codigo Nao Encontrado no Registro" to ws-msn
               go to alternar-situacao-jogador-exit
           end-if
           if  ws-fs-arqJogadoresCad <> 0 then
               move 53                                    to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                 to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqJogadoresCad"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-codigo-situacao to fd-jogcad-codigo
           read arqJogadoresCad key is fd-jogcad-codigo

           if  ws-fs-arqJogadoresCad = 23 then
               move "Codigo Nao Encontrado no Registro" to ws-msn
               perform fechar-arq-jogadores-cad
               go to alternar-situacao-jogador-exit
           end-if
           if  ws-fs-arqJogadoresCad <> 0 then
               move 54                                    to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                 to ws-msn-erro-cod
               move "Erro ao Ler Arq. arqJogadoresCad "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Guardar a Imagem Anterior do Registro Para o Diario de Alterações
           move space                 to ws-jrn-antes
           move fd-linha-jogador-cad  to ws-jrn-antes

           if  fd-jogcad-inativo then
               move "A" to fd-jogcad-situacao
               move "Jogador Reativado no Registro" to ws-msn
           else
               move "I" to fd-jogcad-situacao
               move "Jogador Inativado no Registro" to ws-msn
           end-if

           rewrite fd-linha-jogador-cad
           if  ws-fs-arqJogadoresCad <> 0 then
               move 55                                    to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                 to ws-msn-erro-cod
               move "Erro ao Regravar Arq. arqJogadoresCad" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform fechar-arq-jogadores-cad

      *>   Registrar a Troca de Situação no Diario de Alterações
           move "arqJogadoresCad.txt"  to ws-jrn-arquivo
           move space                  to ws-jrn-depois
           move fd-linha-jogador-cad   to ws-jrn-depois
           perform gravar-journal

      *>   Recarregar a Tabela da Listagem Para Refletir a Situação Trocada
           perform carregar-cadastro-jogadores

           .
       alternar-situacao-jogador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Fechamento Padrão do Arquivo Permanente de Jogadores
      *>------------------------------------------------------------------------
       fechar-arq-jogadores-cad section.

           close arqJogadoresCad
           if  ws-fs-arqJogadoresCad <> 0 then
               move 36                                    to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqJogadoresCad" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       fechar-arq-jogadores-cad-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Administração de Operadores (Somente Perfil Administrador) - Inclui
      *>    Operador, Informa Nova Senha Provisoria (que Também Desbloqueia ou
      *>    Reativa) e Desativa Operador, Tudo Registrado no Diario de Alterações
      *>------------------------------------------------------------------------
       administrar-operadores section.

           move 1 to ws-adm-pag-atual

      *>   Executar Até que Sair Seja "V" ou "v" e Voltar Para a Tela do Menu Principal
           perform until ws-sair = "V"
                      or ws-sair = "v"

               compute ws-adm-pag-total = (ws-qtd-operadores + 7) / 8
               if  ws-adm-pag-total = zero then
                   move 1 to ws-adm-pag-total
               end-if
               if  ws-adm-pag-atual > ws-adm-pag-total then
                   move ws-adm-pag-total to ws-adm-pag-atual
               end-if
               perform carregar-pagina-operadores

      *>       Movendo Espaço Para as Variaveis de Entrada Para Não Conter Sujeira
               move space  to ws-adm-acao
               move space  to ws-adm-id
               move space  to ws-adm-nome
               move space  to ws-adm-perfil
               move space  to ws-adm-senha
               move space  to ws-adm-pag-ant
               move space  to ws-adm-pag-prox

      *>       Exibindo a Tela de Administração de Operadores
               display sc-tela-operadores
               accept sc-tela-operadores

      *>       Movendo Espaço Para a Variavel de Mensagem Depois do Accept, Para Não Apagar Mensagem Gravada Nesta Mesma Iteração
               move space  to ws-msn

      *>       Avançar ou Voltar a Pagina da Lista de Operadores, se Houver
               if  ws-adm-pag-prox = "N" or ws-adm-pag-prox = "n" then
                   if  ws-adm-pag-atual < ws-adm-pag-total then
                       add 1 to ws-adm-pag-atual
                   end-if
               end-if

               if  ws-adm-pag-ant = "P" or ws-adm-pag-ant = "p" then
                   if  ws-adm-pag-atual > 1 then
                       subtract 1 from ws-adm-pag-atual
                   end-if
               end-if

               move function upper-case(ws-adm-acao)   to ws-adm-acao
               move function upper-case(ws-adm-id)     to ws-adm-id
               move function upper-case(ws-adm-perfil) to ws-adm-perfil

               if  ws-adm-acao = "I" then
                   perform incluir-operador
               end-if

               if  ws-adm-acao = "S" then
                   perform reiniciar-senha-operador
               end-if

               if  ws-adm-acao = "D" then
                   perform desativar-operador
               end-if

               if  ws-adm-acao <> space
               and ws-adm-acao <> "I"
               and ws-adm-acao <> "S"
               and ws-adm-acao <> "D" then
                   move "Acao Invalida - Use I, S ou D" to ws-msn
               end-if

           end-perform
           .
       administrar-operadores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Monta a Pagina Corrente da Lista de Operadores (8 por Pagina)
      *>------------------------------------------------------------------------
       carregar-pagina-operadores section.

           compute ws-ind-base-adm = (ws-adm-pag-atual - 1) * 8

           perform varying ws-ind-pag-adm from 1 by 1 until ws-ind-pag-adm > 8

               compute ws-ind-adm-pag = ws-ind-base-adm + ws-ind-pag-adm

               move space to ws-adm-pag-lin(ws-ind-pag-adm)

               if  ws-ind-adm-pag <= ws-qtd-operadores then
                   move ws-opr-id(ws-ind-adm-pag)    to ws-adm-pag-id(ws-ind-pag-adm)
                   move ws-opr-nome(ws-ind-adm-pag)  to ws-adm-pag-nome(ws-ind-pag-adm)

                   if  ws-opr-apresentador(ws-ind-adm-pag) then
                       move "Apresentador"  to ws-adm-pag-perfil(ws-ind-pag-adm)
                   end-if
                   if  ws-opr-mantenedor(ws-ind-adm-pag) then
                       move "Mantenedor"    to ws-adm-pag-perfil(ws-ind-pag-adm)
                   end-if
                   if  ws-opr-administrador(ws-ind-adm-pag) then
                       move "Administrador" to ws-adm-pag-perfil(ws-ind-pag-adm)
                   end-if

                   if  ws-opr-ativo(ws-ind-adm-pag) then
                       move "Ativo"         to ws-adm-pag-situacao(ws-ind-pag-adm)
                   end-if
                   if  ws-opr-bloqueado(ws-ind-adm-pag) then
                       move "Bloqueado"     to ws-adm-pag-situacao(ws-ind-pag-adm)
                   end-if
                   if  ws-opr-desativado(ws-ind-adm-pag) then
                       move "Desativado"    to ws-adm-pag-situacao(ws-ind-pag-adm)
                   end-if
               end-if

           end-perform

           .
       carregar-pagina-operadores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Inclusão de Operador - Entra Ativo e com a Senha Informada Como
      *>    Provisoria, Trocada Pelo Proprio Operador no Primeiro Acesso
      *>------------------------------------------------------------------------
       incluir-operador section.

           if  ws-adm-id = space then
               move "Informe a Identificacao do Operador" to ws-msn
               go to incluir-operador-exit
           end-if

           if  ws-adm-nome = space then
               move "Informe o Nome do Operador" to ws-msn
               go to incluir-operador-exit
           end-if

           if  ws-adm-perfil <> "J"
           and ws-adm-perfil <> "M"
           and ws-adm-perfil <> "A" then
               move "Perfil Invalido - Use J, M ou A" to ws-msn
               go to incluir-operador-exit
           end-if

           if  ws-adm-senha = space then
               move "Informe a Senha Provisoria" to ws-msn
               go to incluir-operador-exit
           end-if

           move ws-adm-id to ws-opr-procurado
           perform localizar-operador
           if  ws-ind-opr-achado > zero then
               move "Operador Ja Cadastrado" to ws-msn
               go to incluir-operador-exit
           end-if

           if  ws-qtd-operadores >= 50 then
               move "Arquivo de Operadores Completo" to ws-msn
               go to incluir-operador-exit
           end-if

           add 1 to ws-qtd-operadores
           move ws-qtd-operadores to ws-ind-opr-achado
           move ws-adm-id         to ws-opr-id(ws-ind-opr-achado)
           move ws-adm-nome       to ws-opr-nome(ws-ind-opr-achado)
           move ws-adm-senha      to ws-senha-trabalho
           perform codificar-senha
           move ws-senha-trabalho to ws-opr-senha(ws-ind-opr-achado)
           move ws-adm-perfil     to ws-opr-perfil(ws-ind-opr-achado)
           move "A"               to ws-opr-situacao(ws-ind-opr-achado)
           move zero              to ws-opr-tentativas(ws-ind-opr-achado)
           move "S"               to ws-opr-troca(ws-ind-opr-achado)

           perform gravar-operadores

      *>   Registrar o Novo Operador no Diario de Alterações (Sem Imagem Anterior)
           perform imagem-operador-journal
           move "arqOperadores.txt"  to ws-jrn-arquivo
           move space                to ws-jrn-antes
           move space                to ws-jrn-depois
           move ws-linha-operador    to ws-jrn-depois
           perform gravar-journal

           move "Operador Incluido com Senha Provisoria" to ws-msn

           .
       incluir-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Nova Senha Provisoria do Operador - Zera as Tentativas Erradas e
      *>    Volta o Operador Bloqueado ou Desativado Para Ativo
      *>------------------------------------------------------------------------
       reiniciar-senha-operador section.

           move ws-adm-id to ws-opr-procurado
           perform localizar-operador
           if  ws-ind-opr-achado = zero then
               move "Operador Nao Cadastrado" to ws-msn
               go to reiniciar-senha-operador-exit
           end-if

           if  ws-adm-senha = space then
               move "Informe a Senha Provisoria" to ws-msn
               go to reiniciar-senha-operador-exit
           end-if

      *>   Guardar a Imagem Anterior do Operador Para o Diario de Alterações
           perform imagem-operador-journal
           move space             to ws-jrn-antes
           move ws-linha-operador to ws-jrn-antes

           move ws-adm-senha      to ws-senha-trabalho
           perform codificar-senha
           move ws-senha-trabalho to ws-opr-senha(ws-ind-opr-achado)
           move "A"               to ws-opr-situacao(ws-ind-opr-achado)
           move zero              to ws-opr-tentativas(ws-ind-opr-achado)
           move "S"               to ws-opr-troca(ws-ind-opr-achado)

           perform gravar-operadores

           perform imagem-operador-journal
           move "arqOperadores.txt"  to ws-jrn-arquivo
           move space                to ws-jrn-depois
           move ws-linha-operador    to ws-jrn-depois
           perform gravar-journal

           move "Senha Reiniciada - Operador Liberado" to ws-msn

           .
       reiniciar-senha-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Desativação de Operador - Sai do Acesso Sem Ser Apagado do Arquivo;
      *>    o Administrador Não Pode Desativar a Si Mesmo
      *>------------------------------------------------------------------------
       desativar-operador section.

           move ws-adm-id to ws-opr-procurado
           perform localizar-operador
           if  ws-ind-opr-achado = zero then
               move "Operador Nao Cadastrado" to ws-msn
               go to desativar-operador-exit
           end-if

           if  ws-adm-id = ws-operador then
               move "Operador Nao Pode Desativar a Si Mesmo" to ws-msn
               go to desativar-operador-exit
           end-if

           if  ws-opr-desativado(ws-ind-opr-achado) then
               move "Operador Ja Desativado" to ws-msn
               go to desativar-operador-exit
           end-if

      *>   Guardar a Imagem Anterior do Operador Para o Diario de Alterações
           perform imagem-operador-journal
           move space             to ws-jrn-antes
           move ws-linha-operador to ws-jrn-antes

           move "D" to ws-opr-situacao(ws-ind-opr-achado)

           perform gravar-operadores

           perform imagem-operador-journal
           move "arqOperadores.txt"  to ws-jrn-arquivo
           move space                to ws-jrn-depois
           move ws-linha-operador    to ws-jrn-depois
           perform gravar-journal

           move "Operador Desativado" to ws-msn

           .
       desativar-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Ajuste de Pontuação - Contestação de Resposta Depois da Sessão; o
      *>    Ajuste Vai Para arqAjustes.txt Sem Tocar na Linha do Historico, e a
      *>    Resposta Contestada é Marcada Como Anulada no Log de Respostas
      *>------------------------------------------------------------------------
       ajustar-pontuacao section.

           move zero   to ws-aje-codigo
           move space  to ws-aje-data-sessao
           move zero   to ws-aje-sessao
           move space  to ws-aje-sinal
           move zero   to ws-aje-pontos
           move space  to ws-aje-estado
           move space  to ws-aje-motivo
           move space  to ws-aja-nome

      *>   Executar Até que Sair Seja "V" ou "v" e Voltar Para a Tela do Menu Principal
           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space  to ws-aje-gravar

      *>       Exibindo a Tela de Ajuste de Pontuação
               display sc-tela-ajustes
               accept sc-tela-ajustes

      *>       Movendo Espaço Para a Variavel de Mensagem Depois do Accept, Para Não Apagar Mensagem Gravada Nesta Mesma Iteração
               move space  to ws-msn

               if  ws-aje-gravar = "X"
               or  ws-aje-gravar = "x" then
                   perform lancar-ajuste
               end-if

           end-perform
           .
       ajustar-pontuacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Confere o Ajuste Contra o Historico, os Ajustes Anteriores e o Log
      *>    e, Estando Tudo Certo, Grava o Ajuste e Anula a Resposta Contestada
      *>------------------------------------------------------------------------
       lancar-ajuste section.

           move space to ws-aja-nome

           if  ws-aje-codigo = zero then
               move "Informe o Codigo do Jogador" to ws-msn
               go to lancar-ajuste-exit
           end-if

           if  ws-aje-data-sessao(3:1) <> "/"
           or  ws-aje-data-sessao(6:1) <> "/"
           or  ws-aje-data-sessao(1:2) is not numeric
           or  ws-aje-data-sessao(4:2) is not numeric
           or  ws-aje-data-sessao(7:4) is not numeric then
               move "Data da Sessao Invalida - Use DD/MM/AAAA" to ws-msn
               go to lancar-ajuste-exit
           end-if

           if  ws-aje-sinal <> "+"
           and ws-aje-sinal <> "-" then
               move "Ajuste Invalido - Use + ou -" to ws-msn
               go to lancar-ajuste-exit
           end-if

           if  ws-aje-pontos = zero then
               move "Informe os Pontos do Ajuste" to ws-msn
               go to lancar-ajuste-exit
           end-if

           if  ws-aje-motivo = space then
               move "Informe o Motivo do Ajuste" to ws-msn
               go to lancar-ajuste-exit
           end-if

      *>   O Jogador Precisa Ter Jogado a Sessão Ajustada
           perform localizar-historico-ajuste
           if  ws-aja-qtd-linhas = zero then
               move "Jogador Sem Historico Nessa Data/Sessao" to ws-msn
               go to lancar-ajuste-exit
           end-if
           if  ws-aja-varias-sessoes then
               move "Mais de Uma Sessao no Dia - Informe a Sessao" to ws-msn
               go to lancar-ajuste-exit
           end-if

      *>   Pontos da Sessão Mais os Ajustes Já Lançados Mais Este Precisam
      *>   Continuar Entre 0 e 99, a Mesma Faixa da Linha do Historico
           perform ler-ajustes-anteriores
           add ws-aja-pontos-orig to ws-aja-saldo
           if  ws-aje-sinal = "+" then
               add ws-aje-pontos to ws-aja-saldo
           else
               subtract ws-aje-pontos from ws-aja-saldo
           end-if
           if  ws-aja-saldo < zero
           or  ws-aja-saldo > 99 then
               move "Ajuste Deixa a Sessao Fora de 0 a 99 Pontos" to ws-msn
               go to lancar-ajuste-exit
           end-if

      *>   Pergunta Informada - a Resposta Precisa Estar no Log Ainda Não Anulada
           move zero to ws-aja-linha-log
           if  ws-aje-estado <> space then
               perform localizar-log-ajuste
               if  ws-aja-linha-log = zero then
                   move "Resposta Nao Encontrada no Log (ou Ja Anulada)" to ws-msn
                   go to lancar-ajuste-exit
               end-if
           end-if

      *>   Montar a Linha do Ajuste com o Proximo Numero da Sequencia
           perform formatar-data-sistema
           accept ws-hora-sistema from time

           compute ws-aj-numero = ws-aja-ultimo-numero + 1
           move ws-aje-codigo       to ws-aj-codigo
           move ws-aje-data-sessao  to ws-aj-data-sessao
           move ws-aja-sessao       to ws-aj-sessao
           if  ws-aje-sinal = "+" then
               move ws-aje-pontos   to ws-aj-pontos
           else
               compute ws-aj-pontos = zero - ws-aje-pontos
           end-if
           move ws-aje-estado       to ws-aj-estado
           move ws-data-formatada   to ws-aj-data
           move space               to ws-aj-hora
           string ws-hora-hh delimited by size
                  ":"        delimited by size
                  ws-hora-mm delimited by size
                  ":"        delimited by size
                  ws-hora-ss delimited by size
                  into ws-aj-hora
           move ws-operador         to ws-aj-operador
           move ws-aja-nome         to ws-aj-nome
           move ws-aje-motivo       to ws-aj-motivo

           perform gravar-ajuste

           if  ws-aja-linha-log > zero then
               perform anular-resposta-log
           end-if

      *>   Registrar o Ajuste no Diario de Alterações (Sem Imagem Anterior)
           move "arqAjustes.txt"  to ws-jrn-arquivo
           move space             to ws-jrn-antes
           move space             to ws-jrn-depois
           move ws-linha-ajuste   to ws-jrn-depois
           perform gravar-journal

           move space to ws-msn
           string "Ajuste "     delimited by size
                  ws-aj-numero  delimited by size
                  " Gravado"    delimited by size
                  into ws-msn

      *>   Limpar a Entrada Para o Proximo Ajuste (o Nome Fica na Tela)
           move zero   to ws-aje-codigo
           move space  to ws-aje-data-sessao
           move zero   to ws-aje-sessao
           move space  to ws-aje-sinal
           move zero   to ws-aje-pontos
           move space  to ws-aje-estado
           move space  to ws-aje-motivo

           .
       lancar-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura no Historico as Linhas do Jogador na Data (e na Sessão, se
      *>    Informada) - Guarda Nome, Sessão e Pontos da Linha Encontrada
      *>------------------------------------------------------------------------
       localizar-historico-ajuste section.

           move zero   to ws-aja-qtd-linhas
           move space  to ws-aja-outra-sessao
           move zero   to ws-aja-sessao
           move zero   to ws-aja-pontos-orig

           open input arqHistorico
           if  ws-fs-arqHistorico = 35 then
               go to localizar-historico-ajuste-exit
           end-if
           if  ws-fs-arqHistorico <> 0 then
               move 102                                 to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                  to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqHistorico  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqHistorico = 10

               read arqHistorico

               if  ws-fs-arqHistorico = 0 then
                   move fd-linha-historico to ws-linha-historico
      *>           Somente Linhas com Codigo - as do Layout Antigo Não Identificam o Jogador
                   if  ws-hist-codigo is numeric
                   and ws-hist-pontos is numeric
                   and ws-hist-codigo = ws-aje-codigo
                   and ws-hist-data   = ws-aje-data-sessao  then
                       if  ws-hist-sessao is numeric then
                           move ws-hist-sessao to ws-aja-sessao-lin
                       else
                           move zero           to ws-aja-sessao-lin
                       end-if
                       if  ws-aje-sessao = zero
                       or  ws-aje-sessao = ws-aja-sessao-lin  then
                           add 1 to ws-aja-qtd-linhas
                           if  ws-aja-qtd-linhas = 1 then
                               move ws-hist-nome      to ws-aja-nome
                               move ws-aja-sessao-lin to ws-aja-sessao
                               move ws-hist-pontos    to ws-aja-pontos-orig
                           else
                               if  ws-aja-sessao-lin <> ws-aja-sessao then
                                   set ws-aja-varias-sessoes to true
                               end-if
                           end-if
                       end-if
                   end-if
               else
                   if  ws-fs-arqHistorico <> 10 then
                       move 103                                 to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                  to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqHistorico    " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqHistorico
           if  ws-fs-arqHistorico <> 0 then
               move 104                                 to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                  to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqHistorico " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       localizar-historico-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Le os Ajustes Já Lançados - Guarda o Ultimo Numero da Sequencia e
      *>    Soma os Pontos Já Ajustados na Mesma Sessão do Mesmo Jogador
      *>------------------------------------------------------------------------
       ler-ajustes-anteriores section.

           move zero to ws-aja-ultimo-numero
           move zero to ws-aja-saldo

           open input arqAjustes
      *>   Sem o Arquivo Este é o Primeiro Ajuste - Não é Situação de Erro
           if  ws-fs-arqAjustes = 35 then
               go to ler-ajustes-anteriores-exit
           end-if
           if  ws-fs-arqAjustes <> 0 then
               move 105                                 to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAjustes    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqAjustes = 10

               read arqAjustes

               if  ws-fs-arqAjustes = 0 then
                   move fd-linha-ajuste to ws-linha-ajuste
                   if  ws-aj-numero is numeric
                   and ws-aj-codigo is numeric
                   and ws-aj-sessao is numeric
                   and ws-aj-pontos is numeric  then
                       if  ws-aj-numero > ws-aja-ultimo-numero then
                           move ws-aj-numero to ws-aja-ultimo-numero
                       end-if
                       if  ws-aj-codigo      = ws-aje-codigo
                       and ws-aj-data-sessao = ws-aje-data-sessao
                       and ws-aj-sessao      = ws-aja-sessao  then
                           add ws-aj-pontos to ws-aja-saldo
                       end-if
                   end-if
               else
                   if  ws-fs-arqAjustes <> 10 then
                       move 106                                 to ws-msn-erro-ofsset
                       move ws-fs-arqAjustes                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqAjustes      " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqAjustes
           if  ws-fs-arqAjustes <> 0 then
               move 107                                 to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqAjustes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-ajustes-anteriores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura no Log a Resposta Contestada - Mesmo Jogador, Data, Sessão
      *>    e Pergunta (Comparação Normalizada), Ainda Sem Marca de Anulação;
      *>    Guarda a Posição da Primeira Linha Encontrada
      *>------------------------------------------------------------------------
       localizar-log-ajuste section.

           move zero to ws-aja-linha-log
           move zero to ws-aja-cont-log

           move ws-aje-estado  to ws-texto-bruto
           perform normalizar-texto
           move ws-texto-norm  to ws-aja-estado-norm

           open input arqLogRespostas
           if  ws-fs-arqLogRespostas = 35 then
               go to localizar-log-ajuste-exit
           end-if
           if  ws-fs-arqLogRespostas <> 0 then
               move 108                                  to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqLogRespostas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqLogRespostas = 10

               read arqLogRespostas

               if  ws-fs-arqLogRespostas = 0 then
                   add 1 to ws-aja-cont-log
                   move fd-linha-log-resposta to ws-linha-log-ajuste
                   if  ws-aja-linha-log = zero
                   and ws-lga-ajuste    = space
                   and ws-lga-resultado = "E"
                   and ws-lga-data      = ws-aje-data-sessao
                   and ws-lga-codigo is numeric
                   and ws-lga-codigo    = ws-aje-codigo  then
                       if  ws-aja-sessao = zero
                       or  ws-lga-sessao = ws-aja-sessao  then
                           move ws-lga-estado to ws-texto-bruto
                           perform normalizar-texto
                           if  ws-texto-norm = ws-aja-estado-norm then
                               move ws-aja-cont-log to ws-aja-linha-log
                           end-if
                       end-if
                   end-if
               else
                   if  ws-fs-arqLogRespostas <> 10 then
                       move 109                                   to ws-msn-erro-ofsset
                       move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqLogRespostas "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqLogRespostas
           if  ws-fs-arqLogRespostas <> 0 then
               move 110                                    to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                  to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqLogRespostas"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       localizar-log-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Acrescenta a Linha do Ajuste ao Arquivo de Ajustes de Pontuação
      *>------------------------------------------------------------------------
       gravar-ajuste section.

      *>   Abrir o Arquivo em Modo Extend Para Acrescentar aos Ajustes Já Existentes
      *>   Status 35 Indica que o Arquivo Ainda Não Existe (Primeiro Ajuste) - Criá-lo Antes de Gravar
           open extend arqAjustes
           if  ws-fs-arqAjustes = 35 then
               open output arqAjustes
           end-if
           if  ws-fs-arqAjustes <> 0 then
               move 111                                 to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAjustes    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-ajuste from ws-linha-ajuste
           if  ws-fs-arqAjustes <> 0 then
               move 112                                 to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqAjustes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAjustes
           if  ws-fs-arqAjustes <> 0 then
               move 113                                 to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqAjustes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Marca a Resposta Contestada Como Anulada no Log - o Log Vivo Vira a
      *>    Copia de Geração .g1 e é Regravado a Partir Dela, Levando o Numero
      *>    do Ajuste na Linha da Resposta; as Demais Linhas Passam Como Estão
      *>------------------------------------------------------------------------
       anular-resposta-log section.

           move "arqLogRespostas.txt" to ws-ger-base
           perform rolar-geracoes

           move space                 to ws-ger-origem
           move "arqLogRespostas.txt" to ws-ger-origem
           move 1                     to ws-ger-num2
           perform montar-nome-geracao-destino
           perform copiar-arquivo-geracao

           perform atualizar-catalogo-geracoes

      *>   Regravar o Log Lendo da Geração 1 Recem Copiada
           move ws-ger-destino to ws-ger-origem

           open input arqGerOrigem
           if  ws-fs-arqGerOrigem <> 0 then
               move 114                                   to ws-msn-erro-ofsset
               move ws-fs-arqGerOrigem                    to ws-msn-erro-cod
               move "Erro ao Abrir Origem da Copia      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqLogRespostas
           if  ws-fs-arqLogRespostas <> 0 then
               move 115                                  to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqLogRespostas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-aja-cont-log
           move zero to ws-aja-qtd-anuladas

           perform until ws-fs-arqGerOrigem = 10

               read arqGerOrigem

               if  ws-fs-arqGerOrigem = 0 then
                   add 1 to ws-aja-cont-log
                   move fd-linha-ger-origem to ws-linha-log-ajuste
                   if  ws-aja-cont-log = ws-aja-linha-log then
                       move ws-aj-numero to ws-lga-ajuste
                       add 1 to ws-aja-qtd-anuladas
                   end-if
                   write fd-linha-log-resposta from ws-linha-log-ajuste
                   if  ws-fs-arqLogRespostas <> 0 then
                       move 116                                   to ws-msn-erro-ofsset
                       move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
                       move "Erro ao Gravar Arq. arqLogRespostas" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if  ws-fs-arqGerOrigem <> 10 then
                       move 117                                   to ws-msn-erro-ofsset
                       move ws-fs-arqGerOrigem                    to ws-msn-erro-cod
                       move "Erro ao Ler Origem da Copia       "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqGerOrigem
           if  ws-fs-arqGerOrigem <> 0 then
               move 120                                   to ws-msn-erro-ofsset
               move ws-fs-arqGerOrigem                    to ws-msn-erro-cod
               move "Erro ao Fechar Origem da Copia     "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqLogRespostas
           if  ws-fs-arqLogRespostas <> 0 then
               move 118                                    to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                  to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqLogRespostas"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       anular-resposta-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Manutencao da Tabela de Estados e Capitais (27 Registros)
      *>   Perguntar se Esta Rodada Será Restrita a Uma Regiao (Rodada Tematica) ou a Todas
           perform escolher-filtro-regiao

      *>   Abrir a Sessão de Jogo no Arquivo de Controle (Torneio Comum ou Campeonato)
           if  ws-campeonato-ativo then
               move "C" to ws-sessao-formato
           else
               move "T" to ws-sessao-formato
           end-if
           perform abrir-sessao-jogo

      *>   Torneio Retomado Pode Já Ter a Quota Cumprida - Conferir Antes de Abrir a Primeira Rodada
           perform verificar-quota-torneio


           move fd-linha-log-resposta to ws-linha-log-resposta

      *>   Procurar o Jogador da Linha Entre os Participantes em Treino - Pelo
      *>   Codigo, ou Pelo Nome nas Linhas Antigas do Log (Sem o Codigo)
           move zero to ws-ind-jog-trn
           perform varying ws-ind-jog-chk from 1 by 1 until ws-ind-jog-chk > ws-qtd-jogadores
                                                         or ws-ind-jog-trn > zero
               if  ws-treino-jog(ws-ind-jog-chk) = "S" then
                   if  ws-log-codigo is numeric
                   and ws-log-codigo > zero  then
                       if  ws-codigo-jog(ws-ind-jog-chk) = ws-log-codigo then
                           move ws-ind-jog-chk to ws-ind-jog-trn
                       end-if
                   else
                       if  ws-nome-jog(ws-ind-jog-chk) = ws-log-nome then
                           move ws-ind-jog-chk to ws-ind-jog-trn
                       end-if
                   end-if
               end-if
           end-perform

               end-perform

               if  ws-ind-est-trn > zero then
      *>           Erro Historico Pesa Mais que Resposta Certa Porem Lenta - Erro
      *>           Anulado por Ajuste de Pontuação Não Conta Como Erro
                   if  ws-log-resultado = "E"
                   and ws-log-ajuste    = space  then
                       add 2 to ws-peso-estado(ws-ind-jog-trn, ws-ind-est-trn)
                   else
                       if  ws-log-segundos is numeric
           move space         to ws-chk-deck
           move ws-tempo-limite to ws-chk-tempo-limite
           move zero          to ws-chk-pontos-deck
           move ws-sessao-numero to ws-chk-sessao

      *>   No Campeonato os Decks Saem nos Registros "K" - o Registro "C" Fica
      *>   Sem Deck Para a Retomada Não Recarregar um Deck Unico à Toa
           move space         to ws-chk-deck-arquivo
           move zero          to ws-chk-tempo-limite
           move zero          to ws-chk-pontos-deck
           move zero          to ws-chk-sessao

           perform varying ws-ind-est-tmp from 1 by 1 until ws-ind-est-tmp > 99
               move ws-usado(ws-ind-est-tmp) to ws-deck-flag(ws-ind-est-tmp)
               move space                              to ws-chk-deck-arquivo
               move space                              to ws-chk-deck
               move zero                               to ws-chk-tempo-limite
               move zero                               to ws-chk-sessao
               perform varying ws-ind-deck-camp from 1 by 1 until ws-ind-deck-camp > 8
                   move ws-pontos-deck(ws-ind-jog-chk, ws-ind-deck-camp)
                     to ws-chk-pts-deck(ws-ind-deck-camp)
                           else
                               move zero                to ws-tempo-limite
                           end-if
      *>                     Guardar a Sessão de Jogo do Torneio Salvo, Para a Retomada
      *>                     Continuar Nela (Checkpoint Antigo, Sem o Campo, Abre Sessão Nova)
                           if  ws-chk-sessao is numeric then
                               move ws-chk-sessao       to ws-sessao-retomada
                           else
                               move zero                to ws-sessao-retomada
                           end-if
      *>                     Torneio Salvo em Outro Deck - Recarregar o Deck Correto Antes de Retomar
                           if  ws-chk-deck-arquivo <> space
                           and ws-chk-deck-arquivo <> ws-deck-arquivo  then
               go to jogar-duelo-exit
           end-if

      *>   Abrir a Sessão de Jogo do Duelo no Arquivo de Controle
           move "D" to ws-sessao-formato
           perform abrir-sessao-jogo

      *>   Zerar o Placar de Rodadas do Duelo Que Está Começando
           move zero to ws-duelo-rodadas
           move zero to ws-duelo-vitorias1
           move zero to ws-duelo-vitorias2
           move zero to ws-duelo-empates
           move zero to ws-duelo-sem-ponto

      *>   Executar as Rodadas do Duelo Até que Sair Seja "V" ou "v"
           perform until ws-sair = "V"
                      or ws-sair = "v"

           end-perform

      *>   Duelo Encerrado com Pelo Menos uma Rodada Decidida Vai Para o
      *>   Arquivo de Resultados dos Duelos
           if  ws-duelo-rodadas > zero then
               perform gravar-resultado-duelo
           end-if

           .
       jogar-duelo-exit.
           exit.
               end-if
           end-if

           add 1 to ws-duelo-rodadas

           if  ws-duelo-vencedor > zero then
               add 1 to ws-pontos(ws-duelo-vencedor)
               move ws-duelo-vencedor to ws-ind-jog
               perform creditar-ponto-deck
               move ws-nome-jog(ws-duelo-vencedor) to ws-duelo-nome-vencedor
               if  ws-duelo-vencedor = ws-duelo-jog1 then
                   add 1 to ws-duelo-vitorias1
               else
                   add 1 to ws-duelo-vitorias2
               end-if
           else
               if  ws-duelo-resultado1 = "C"
               and ws-duelo-resultado2 = "C"  then
                   move "Empate - Ninguem Marca" to ws-duelo-nome-vencedor
                   add 1 to ws-duelo-empates
               else
                   move "Ninguem Acertou"        to ws-duelo-nome-vencedor
                   add 1 to ws-duelo-sem-ponto
               end-if
           end-if

       decidir-ponto-duelo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Grava o Resultado do Duelo Encerrado em arqDuelos.txt - os Dois
      *>    Jogadores, as Rodadas Vencidas por Cada um, os Empates no Tempo,
      *>    a Data e o Deck Jogado
      *>------------------------------------------------------------------------
       gravar-resultado-duelo section.

           perform formatar-data-sistema
           accept ws-hora-sistema from time
           move space to ws-hora-formatada
           string ws-hora-hh delimited by size
                  ":"        delimited by size
                  ws-hora-mm delimited by size
                  ":"        delimited by size
                  ws-hora-ss delimited by size
                  into ws-hora-formatada

           move ws-data-formatada                  to ws-dlr-data
           move ws-hora-formatada                  to ws-dlr-hora
           move ws-sessao-numero                   to ws-dlr-sessao
           move ws-codigo-jog(ws-duelo-jog1)       to ws-dlr-codigo1
           move ws-nome-jog(ws-duelo-jog1)         to ws-dlr-nome1
           move ws-codigo-jog(ws-duelo-jog2)       to ws-dlr-codigo2
           move ws-nome-jog(ws-duelo-jog2)         to ws-dlr-nome2
           move ws-duelo-vitorias1                 to ws-dlr-vitorias1
           move ws-duelo-vitorias2                 to ws-dlr-vitorias2
           move ws-duelo-empates                   to ws-dlr-empates
           move ws-duelo-sem-ponto                 to ws-dlr-sem-ponto

      *>   No Campeonato as Perguntas Vêm de Varios Decks (Ver arqSessoes.txt)
           if  ws-campeonato-ativo then
               move "CAMPEONATO"                   to ws-dlr-deck
           else
               move ws-deck-arquivo                to ws-dlr-deck
           end-if

      *>   Status 35 Indica que o Arquivo Ainda Não Existe (Primeiro Duelo) - Criá-lo Antes de Gravar
           open extend arqDuelos
           if  ws-fs-arqDuelos = 35 then
               open output arqDuelos
           end-if
           if  ws-fs-arqDuelos <> 0 then
               move 93                                 to ws-msn-erro-ofsset
               move ws-fs-arqDuelos                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqDuelos     " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-duelo from ws-linha-duelo
           if  ws-fs-arqDuelos <> 0 then
               move 94                                 to ws-msn-erro-ofsset
               move ws-fs-arqDuelos                    to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqDuelos    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDuelos
           if  ws-fs-arqDuelos <> 0 then
               move 95                                 to ws-msn-erro-ofsset
               move ws-fs-arqDuelos                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqDuelos    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-resultado-duelo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Calcula o Tempo de Resposta da Rodada e Acumula no Jogador da Vez
      *>------------------------------------------------------------------------
       acumular-tempo-resposta section.
           move ws-regiao(ws-ind-est)     to ws-log-regiao
           move ws-modo-jogo              to ws-log-modo
           move ws-seg-decorridos         to ws-log-segundos
           move ws-sessao-numero          to ws-log-sessao
           move ws-codigo-jog(ws-ind-jog) to ws-log-codigo
      *>   A Area Também Serve à Leitura do Log no Treino - Limpar a Marca de Anulação
           move space                     to ws-log-ajuste

      *>   Hora da Resposta (HH:MM:SS) - o Instante em Que o Jogador Confirmou
           move space to ws-log-hora
           string ws-hf-hh   delimited by size
                  ":"        delimited by size
                  ws-hf-mm   delimited by size
                  ":"        delimited by size
                  ws-hf-ss   delimited by size
                  into ws-log-hora

      *>   No Campeonato o Deck da Linha é o de Origem da Pergunta Sorteada
           if  ws-campeonato-ativo
           and ws-deck-do-item(ws-ind-est) > zero  then
               move ws-camp-arquivo(ws-deck-do-item(ws-ind-est)) to ws-log-deck
           else
               move ws-deck-arquivo                              to ws-log-deck
           end-if

      *>   Abrir o Arquivo em Modo Extend Para Acrescentar ao Log Já Existente
      *>   Status 35 Indica que o Arquivo Ainda Não Existe (Primeira Rodada) - Criá-lo Antes de Gravar
      *>   Gravar o Placar Final Desta Sessão em Arquivo Para Impressão/Divulgação
           perform gravar-relatorio-arquivo

      *>   Encerrar a Sessão de Jogo no Arquivo de Controle com a Hora de Fim
           perform encerrar-sessao-jogo

      *>   Encerrado o Torneio, o Ponto de Salvamento Deixa de Ter Validade - Só Limpa se Algum Jogo Realmente Ocorreu Nesta Sessão
           if  ws-partida-ocorreu  then
               perform limpar-checkpoint
               perform finaliza-anormal
           end-if

      *>   Gravar a Linha que Identifica a Sessão de Jogo do Placar
           move ws-sessao-numero to ws-relf-sessao
           write fd-linha-relatorio-final from ws-linha-relatorio-sessao
           if  ws-fs-arqRelatorioFinal <> 0 then
               move 86                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioFinal                 to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqRelatorioFinal " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Gravar a Linha que Identifica o Deck Jogado no Torneio (o Campeonato
      *>   Sai Identificado Como Tal - os Decks Aparecem na Abertura por Deck)
           move ws-deck-nome to ws-relf-deck-nome
               move ws-codigo-jog(ws-ind-jog)      to ws-hist-codigo
               move ws-nome-jog(ws-ind-jog)        to ws-hist-nome
               move ws-pontos(ws-ind-jog)          to ws-hist-pontos
               move ws-sessao-numero               to ws-hist-sessao

               write fd-linha-historico from ws-linha-historico

       gravar-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Abre a Sessão de Jogo no Arquivo de Controle - Busca o Proximo
      *>    Numero (Maior Gravado + 1) e Grava o Registro "A" com as Regras; na
      *>    Retomada de Torneio Salvo Continua no Numero Trazido do Checkpoint
      *>------------------------------------------------------------------------
       abrir-sessao-jogo section.

      *>   Sessão Já Aberta (Volta ao Menu Sem Relatorio Final) - o Placar
      *>   Continua Acumulando, Então Continua Sendo a Mesma Sessão
           if  ws-sessao-em-aberto then
               move zero to ws-sessao-retomada
               go to abrir-sessao-jogo-exit
           end-if

           move zero to ws-sessao-maior-numero
           move "N"  to ws-sessao-achada

      *>   Ler o Arquivo de Controle Para Descobrir o Maior Numero Já Usado
      *>   Status 35 Indica que Ainda Não Houve Nenhuma Sessão - Começa do 1
           open input arqSessoes
           if  ws-fs-arqSessoes <> 35 then
               if  ws-fs-arqSessoes <> 0 then
                   move 87                                 to ws-msn-erro-ofsset
                   move ws-fs-arqSessoes                   to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqSessoes    " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqSessoes = 10
                   read arqSessoes
                   if  ws-fs-arqSessoes = 0 then
                       move fd-linha-sessao to ws-linha-sessao
                       if  ws-ses-numero is numeric then
                           if  ws-ses-numero > ws-sessao-maior-numero then
                               move ws-ses-numero to ws-sessao-maior-numero
                           end-if
      *>                   Sessão do Torneio Retomado - Recuperar a Data e a Hora de Inicio
                           if  ws-sessao-retomada > zero
                           and ws-ses-numero = ws-sessao-retomada
                           and ws-ses-aberta  then
                               move "S"                to ws-sessao-achada
                               move ws-ses-data        to ws-sessao-data
                               move ws-ses-hora-inicio to ws-sessao-hora-inicio
                           end-if
                       end-if
                   else
                       if  ws-fs-arqSessoes <> 10 then
                           move 88                                 to ws-msn-erro-ofsset
                           move ws-fs-arqSessoes                   to ws-msn-erro-cod
                           move "Erro ao Ler Arq. arqSessoes      " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               close arqSessoes
               if  ws-fs-arqSessoes <> 0 then
                   move 89                                 to ws-msn-erro-ofsset
                   move ws-fs-arqSessoes                   to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqSessoes   " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Torneio Retomado Cuja Sessão Consta no Controle - Segue Nela Mesmo
           if  ws-sessao-achada = "S" then
               move ws-sessao-retomada to ws-sessao-numero
               move zero               to ws-sessao-retomada
               set ws-sessao-em-aberto to true
               go to abrir-sessao-jogo-exit
           end-if
           move zero to ws-sessao-retomada

      *>   Sessão Nova - Proximo Numero, Data e Hora de Inicio
           compute ws-sessao-numero = ws-sessao-maior-numero + 1
           perform formatar-data-sistema
           accept ws-hora-sistema from time
           move space to ws-hora-formatada
           string ws-hora-hh delimited by size
                  ":"        delimited by size
                  ws-hora-mm delimited by size
                  ":"        delimited by size
                  ws-hora-ss delimited by size
                  into ws-hora-formatada
           move ws-data-formatada to ws-sessao-data
           move ws-hora-formatada to ws-sessao-hora-inicio

           perform montar-linha-sessao
           set ws-ses-aberta to true
           move space to ws-ses-hora-fim
           perform gravar-linha-sessao

           set ws-sessao-em-aberto to true

           .
       abrir-sessao-jogo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Encerra a Sessão de Jogo - Grava o Registro "E" com a Hora de Fim e
      *>    as Regras Como Ficaram (Quantidade de Jogadores no Fim da Sessão)
      *>------------------------------------------------------------------------
       encerrar-sessao-jogo section.

           if  ws-sessao-fechada then
               go to encerrar-sessao-jogo-exit
           end-if

           accept ws-hora-sistema from time
           move space to ws-hora-formatada
           string ws-hora-hh delimited by size
                  ":"        delimited by size
                  ws-hora-mm delimited by size
                  ":"        delimited by size
                  ws-hora-ss delimited by size
                  into ws-hora-formatada

           perform montar-linha-sessao
           set ws-ses-encerrada to true
           move ws-hora-formatada to ws-ses-hora-fim
           perform gravar-linha-sessao

           set ws-sessao-fechada to true

           .
       encerrar-sessao-jogo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Monta a Linha do Arquivo de Controle com o Numero, o Operador, o
      *>    Formato e as Regras da Sessão em Andamento
      *>------------------------------------------------------------------------
       montar-linha-sessao section.

           move space                  to ws-linha-sessao
           move ws-sessao-numero       to ws-ses-numero
           move ws-sessao-data         to ws-ses-data
           move ws-sessao-hora-inicio  to ws-ses-hora-inicio
           move ws-operador            to ws-ses-operador
           move ws-sessao-formato      to ws-ses-formato
           move ws-modo-jogo           to ws-ses-modo
           move ws-direcao-jogo        to ws-ses-direcao
           move ws-perguntas-por-jog   to ws-ses-quota
           move ws-tempo-limite        to ws-ses-tempo-limite
           move ws-qtd-jogadores       to ws-ses-qtd-jogadores

      *>   Campeonato Lista Todos os Decks do Baralho Combinado; os Demais
      *>   Formatos Listam Só o Deck Carregado
           if  ws-campeonato-ativo then
               move ws-qtd-decks-camp to ws-ses-qtd-decks
               perform varying ws-ind-ses-deck from 1 by 1 until ws-ind-ses-deck > ws-qtd-decks-camp
                   move ws-camp-arquivo(ws-ind-ses-deck) to ws-ses-deck-arquivo(ws-ind-ses-deck)
               end-perform
           else
               move 1                 to ws-ses-qtd-decks
               move ws-deck-arquivo   to ws-ses-deck-arquivo(1)
           end-if

           .
       montar-linha-sessao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Acrescenta a Linha Montada ao Arquivo de Controle das Sessões
      *>------------------------------------------------------------------------
       gravar-linha-sessao section.

      *>   Status 35 Indica que o Arquivo Ainda Não Existe (Primeira Sessão) - Criá-lo Antes de Gravar
           open extend arqSessoes
           if  ws-fs-arqSessoes = 35 then
               open output arqSessoes
           end-if
           if  ws-fs-arqSessoes <> 0 then
               move 90                                 to ws-msn-erro-ofsset
               move ws-fs-arqSessoes                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqSessoes    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-sessao from ws-linha-sessao
           if  ws-fs-arqSessoes <> 0 then
               move 91                                 to ws-msn-erro-ofsset
               move ws-fs-arqSessoes                   to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqSessoes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqSessoes
           if  ws-fs-arqSessoes <> 0 then
               move 92                                 to ws-msn-erro-ofsset
               move ws-fs-arqSessoes                   to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqSessoes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-sessao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Formatação da Data do Sistema (DD/MM/AAAA)
      *>------------------------------------------------------------------------
       formatar-data-sistema section.
