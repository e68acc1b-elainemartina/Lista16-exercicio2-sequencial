      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "relatorioAjustes".
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

           select arqAjustes assign to "arqAjustes.txt"          *> Arquivo de Ajustes de Pontuação (Contestações Lançadas no Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAjustes.

           select arqRelatorioAjustes assign to "arqRelatorioAjustes.txt" *> Listagem Mensal dos Ajustes Para a Revisão de Controle
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelatorioAjustes.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAjustes.
       01  fd-linha-ajuste                         pic x(180).

       fd arqRelatorioAjustes.
       01  fd-linha-rel-ajustes                    pic x(200).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAjustes                          pic  9(02).
       77  ws-fs-arqRelatorioAjustes                 pic  9(02).
       77  ws-qtd-operadores                         pic  9(02) value zero.

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

      *>----Mes de Lançamento Informado na Entrada (MM/AAAA, Branco = Mes Corrente)
       01 ws-mes-lancamento.
          05 ws-mes-informado                      pic x(07).
          05 ws-mes-ano redefines ws-mes-informado.
             10 ws-ma-mes                          pic x(02).
             10 ws-ma-barra                        pic x(01).
             10 ws-ma-ano                          pic x(04).

       01 ws-data-hoje.
          05 ws-hoje-ano                           pic x(04).
          05 ws-hoje-mes                           pic x(02).
          05 ws-hoje-dia                           pic x(02).

      *>----Subtotais de Cada Operador Que Lançou Ajustes no Mes
       01 ws-operadores occurs 50.
          05 ws-op-operador                        pic x(08).
          05 ws-op-qtd                             pic 9(05).
          05 ws-op-creditos                        pic 9(06).
          05 ws-op-debitos                         pic 9(06).
          05 ws-op-anuladas                        pic 9(05).

       01 ws-indices.
          05 ws-ind-op                             pic 9(02).
          05 ws-ind-op-achado                      pic 9(02).

      *>----Conferencia da Numeração Sequencial do Arquivo Inteiro
       01 ws-numeracao.
          05 ws-num-anterior                       pic 9(06) value zero.
          05 ws-num-atual                          pic 9(06).
          05 ws-num-primeiro-mes                   pic 9(06) value zero.
          05 ws-num-ultimo-mes                     pic 9(06) value zero.

       01 ws-totais.
          05 ws-tot-linhas-lidas                   pic 9(07) value zero.
          05 ws-tot-linhas-invalidas               pic 9(07) value zero.
          05 ws-tot-quebras-numeracao              pic 9(05) value zero.
          05 ws-tot-ajustes-mes                    pic 9(05) value zero.
          05 ws-tot-creditos                       pic 9(07) value zero.
          05 ws-tot-debitos                        pic 9(07) value zero.
          05 ws-tot-qtd-creditos                   pic 9(05) value zero.
          05 ws-tot-qtd-debitos                    pic 9(05) value zero.
          05 ws-tot-anuladas                       pic 9(05) value zero.
          05 ws-tot-sem-sessao                     pic 9(05) value zero.
          05 ws-tot-liquido                        pic s9(07) value zero.

      *>----Linha Corrente do Relatorio (Montada Por Quem Chama a Gravação)
       01 ws-linha-saida                           pic x(200).

       01 ws-titulo-relatorio                      pic x(80)
          value "Ajustes de Pontuacao - Listagem Mensal Para a Revisao de Controle".

       01 ws-cabecalho-mes.
          05 filler                                pic x(24) value "Lancamentos do Mes    : ".
          05 ws-cab-mes                            pic x(07).

       01 ws-subtitulo.
          05 ws-sub-texto                          pic x(80).

       01 ws-cabecalho-detalhe                     pic x(120)
          value "Numero Lancado Em Hora     Operador Cod. Jogador                   Sessao Em  Sessao  Pts  Pergunta Anulada no Log".

       01 ws-linha-detalhe.
          05 ws-ldt-numero                         pic x(06).
          05 filler                                pic x(01) value space.
          05 ws-ldt-data                           pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-ldt-hora                           pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-ldt-operador                       pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-ldt-codigo                         pic x(04).
          05 filler                                pic x(01) value space.
          05 ws-ldt-nome                           pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-ldt-data-sessao                    pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-ldt-sessao                         pic x(06).
          05 filler                                pic x(02) value space.
          05 ws-ldt-pontos                         pic +99.
          05 filler                                pic x(02) value space.
          05 ws-ldt-estado                         pic x(25).

       01 ws-linha-motivo.
          05 filler                                pic x(18) value space.
          05 filler                                pic x(08) value "Motivo: ".
          05 ws-lmt-motivo                         pic x(50).

       01 ws-cabecalho-operador                    pic x(80)
          value "  Operador  Ajustes  Creditados  Debitados  Liquido  Anuladas".

       01 ws-linha-operador.
          05 filler                                pic x(02) value space.
          05 ws-lop-operador                       pic x(08).
          05 filler                                pic x(02) value space.
          05 ws-lop-qtd                            pic zzzzzz9.
          05 filler                                pic x(05) value space.
          05 ws-lop-creditos                       pic zzzzzz9.
          05 filler                                pic x(04) value space.
          05 ws-lop-debitos                        pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lop-liquido                        pic ++++++9.
          05 filler                                pic x(03) value space.
          05 ws-lop-anuladas                       pic zzzzzz9.

       01 ws-linha-nenhuma                         pic x(80)
          value "  Nenhuma Ocorrencia".

       01 ws-linha-total.
          05 filler                                pic x(02) value space.
          05 ws-ltt-texto                          pic x(50).
          05 ws-ltt-valor                          pic zzzzzz9.

      *>----Linha de Total com Sinal (Saldo Liquido dos Ajustes)
       01 ws-linha-total-sinal.
          05 filler                                pic x(02) value space.
          05 ws-lts-texto                          pic x(50).
          05 ws-lts-valor                          pic ++++++9.

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
      *>   Entrada do Mes dos Lançamentos (em Branco = Mes Corrente)
      *>------------------------------------------------------------------------
       inicializa section.

           move space to ws-mes-informado

           display "Ajustes de Pontuacao - Listagem Mensal Para a Revisao de Controle"
           display "Mes dos Lancamentos (MM/AAAA, Branco = Mes Corrente)       : "
           accept ws-mes-informado

           if  ws-mes-informado = space then
               accept ws-data-hoje from date yyyymmdd
               move ws-hoje-mes to ws-ma-mes
               move "/"         to ws-ma-barra
               move ws-hoje-ano to ws-ma-ano
           end-if

           if  ws-ma-mes is not numeric
           or  ws-ma-ano is not numeric
           or  ws-ma-barra <> "/"
           or  ws-ma-mes < "01" or ws-ma-mes > "12"  then
               move 1                                        to ws-msn-erro-ofsset
               move zero                                     to ws-msn-erro-cod
               move "Mes Invalido (MM/AAAA)"                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

      *>   Abrir o Arquivo em Modo Output, um Arquivo Novo Para Cada Revisão
           open output arqRelatorioAjustes
           if  ws-fs-arqRelatorioAjustes <> 0 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioAjustes                 to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqRelatorioAjustes"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-titulo-relatorio to ws-linha-saida
           perform gravar-linha-relatorio
           move ws-mes-informado to ws-cab-mes
           move ws-cabecalho-mes to ws-linha-saida
           perform gravar-linha-relatorio

           move "1. Ajustes Lancados no Mes (Ordem de Lancamento)" to ws-sub-texto
           perform gravar-subtitulo
           move ws-cabecalho-detalhe to ws-linha-saida
           perform gravar-linha-relatorio

           perform ler-ajustes
           if  ws-tot-ajustes-mes = zero then
               move ws-linha-nenhuma to ws-linha-saida
               perform gravar-linha-relatorio
           end-if

           move "2. Subtotais por Operador" to ws-sub-texto
           perform gravar-subtitulo
           perform gravar-subtotais-operador

           perform gravar-resumo

           close arqRelatorioAjustes
           if  ws-fs-arqRelatorioAjustes <> 0 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioAjustes                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqRelatorioAjustes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Listagem Gravada em arqRelatorioAjustes.txt"
           display "Ajustes no Mes " ws-mes-informado ": " ws-tot-ajustes-mes
                   " - Respostas Anuladas no Log: " ws-tot-anuladas

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Leitura do Arquivo de Ajustes Inteiro - a Numeração é Conferida em
      *>    Todas as Linhas e Somente os Lançamentos do Mes Saem na Listagem
      *>------------------------------------------------------------------------
       ler-ajustes section.

           open input arqAjustes
      *>   Sem o Arquivo Nenhum Ajuste Foi Lançado Ainda - a Listagem Sai Vazia
           if  ws-fs-arqAjustes = 35 then
               display "Aviso - arqAjustes.txt Nao Encontrado"
               go to ler-ajustes-exit
           end-if
           if  ws-fs-arqAjustes <> 0 then
               move 4                                   to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAjustes    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqAjustes = 10

               read arqAjustes

               if  ws-fs-arqAjustes = 0 then
                   add 1 to ws-tot-linhas-lidas
                   move fd-linha-ajuste to ws-linha-ajuste
                   perform listar-linha-ajuste
               else
                   if  ws-fs-arqAjustes <> 10 then
                       move 5                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAjustes                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqAjustes      " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqAjustes
           if  ws-fs-arqAjustes <> 0 then
               move 6                                   to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqAjustes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-ajustes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Uma Linha do Arquivo de Ajustes - Confere a Sequencia do Numero e,
      *>    Sendo do Mes, Grava o Detalhe e Acumula os Totais do Operador
      *>------------------------------------------------------------------------
       listar-linha-ajuste section.

           if  ws-aj-numero is not numeric
           or  ws-aj-codigo is not numeric
           or  ws-aj-pontos is not numeric  then
               add 1 to ws-tot-linhas-invalidas
               go to listar-linha-ajuste-exit
           end-if

      *>   O Jogo Numera os Ajustes em Sequencia - Salto ou Repetição Indica
      *>   Linha Perdida ou Incluida Fora do Jogo
           move ws-aj-numero to ws-num-atual
           if  ws-num-atual <> ws-num-anterior + 1 then
               add 1 to ws-tot-quebras-numeracao
           end-if
           move ws-num-atual to ws-num-anterior

           if  ws-aj-data(4:7) <> ws-mes-informado then
               go to listar-linha-ajuste-exit
           end-if

           add 1 to ws-tot-ajustes-mes
           if  ws-num-primeiro-mes = zero then
               move ws-num-atual to ws-num-primeiro-mes
           end-if
           move ws-num-atual to ws-num-ultimo-mes

           move ws-aj-numero      to ws-ldt-numero
           move ws-aj-data        to ws-ldt-data
           move ws-aj-hora        to ws-ldt-hora
           move ws-aj-operador    to ws-ldt-operador
           move ws-aj-codigo      to ws-ldt-codigo
           move ws-aj-nome        to ws-ldt-nome
           move ws-aj-data-sessao to ws-ldt-data-sessao
           if  ws-aj-sessao = "000000" then
               move "------"      to ws-ldt-sessao
               add 1 to ws-tot-sem-sessao
           else
               move ws-aj-sessao  to ws-ldt-sessao
           end-if
           move ws-aj-pontos      to ws-ldt-pontos
           move ws-aj-estado      to ws-ldt-estado
           move ws-linha-detalhe  to ws-linha-saida
           perform gravar-linha-relatorio

           move ws-aj-motivo      to ws-lmt-motivo
           move ws-linha-motivo   to ws-linha-saida
           perform gravar-linha-relatorio

           perform localizar-operador

           add 1 to ws-op-qtd(ws-ind-op-achado)
           if  ws-aj-pontos > zero then
               add 1            to ws-tot-qtd-creditos
               add ws-aj-pontos to ws-tot-creditos
               add ws-aj-pontos to ws-op-creditos(ws-ind-op-achado)
           else
               add 1            to ws-tot-qtd-debitos
               subtract ws-aj-pontos from ws-tot-debitos
               subtract ws-aj-pontos from ws-op-debitos(ws-ind-op-achado)
           end-if
           add ws-aj-pontos to ws-tot-liquido

      *>   Pergunta Informada no Ajuste = Resposta Marcada Como Anulada no Log
           if  ws-aj-estado <> space then
               add 1 to ws-tot-anuladas
               add 1 to ws-op-anuladas(ws-ind-op-achado)
           end-if

           .
       listar-linha-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura (ou Abre) os Subtotais do Operador do Lançamento
      *>------------------------------------------------------------------------
       localizar-operador section.

           move zero to ws-ind-op-achado
           perform varying ws-ind-op from 1 by 1 until ws-ind-op > ws-qtd-operadores
                                                    or ws-ind-op-achado > zero
               if  ws-op-operador(ws-ind-op) = ws-aj-operador then
                   move ws-ind-op to ws-ind-op-achado
               end-if
           end-perform

           if  ws-ind-op-achado = zero then
               if  ws-qtd-operadores >= 50 then
                   move 7                                    to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Operadores Cheia (50)"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-operadores
               move ws-qtd-operadores to ws-ind-op-achado
               initialize ws-operadores(ws-ind-op-achado)
               move ws-aj-operador    to ws-op-operador(ws-ind-op-achado)
           end-if

           .
       localizar-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Uma Linha de Subtotal Para Cada Operador, na Ordem do Primeiro
      *>    Lançamento do Mes
      *>------------------------------------------------------------------------
       gravar-subtotais-operador section.

           if  ws-qtd-operadores = zero then
               move ws-linha-nenhuma to ws-linha-saida
               perform gravar-linha-relatorio
               go to gravar-subtotais-operador-exit
           end-if

           move ws-cabecalho-operador to ws-linha-saida
           perform gravar-linha-relatorio

           perform varying ws-ind-op from 1 by 1 until ws-ind-op > ws-qtd-operadores
               move ws-op-operador(ws-ind-op) to ws-lop-operador
               move ws-op-qtd(ws-ind-op)      to ws-lop-qtd
               move ws-op-creditos(ws-ind-op) to ws-lop-creditos
               move ws-op-debitos(ws-ind-op)  to ws-lop-debitos
               compute ws-lop-liquido = ws-op-creditos(ws-ind-op)
                                      - ws-op-debitos(ws-ind-op)
               move ws-op-anuladas(ws-ind-op) to ws-lop-anuladas
               move ws-linha-operador to ws-linha-saida
               perform gravar-linha-relatorio
           end-perform

           .
       gravar-subtotais-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Resumo Final com os Totais da Revisão de Controle
      *>------------------------------------------------------------------------
       gravar-resumo section.

           move "Resumo da Revisao de Controle" to ws-sub-texto
           perform gravar-subtitulo

           move "Linhas Lidas do Arquivo de Ajustes"        to ws-ltt-texto
           move ws-tot-linhas-lidas                         to ws-ltt-valor
           perform gravar-linha-total
           move "Linhas Invalidas Ignoradas"                to ws-ltt-texto
           move ws-tot-linhas-invalidas                     to ws-ltt-valor
           perform gravar-linha-total
           move "Quebras na Numeracao do Arquivo"           to ws-ltt-texto
           move ws-tot-quebras-numeracao                    to ws-ltt-valor
           perform gravar-linha-total
           move "Ajustes Lancados no Mes"                   to ws-ltt-texto
           move ws-tot-ajustes-mes                          to ws-ltt-valor
           perform gravar-linha-total
           move "Primeiro Numero do Mes"                    to ws-ltt-texto
           move ws-num-primeiro-mes                         to ws-ltt-valor
           perform gravar-linha-total
           move "Ultimo Numero do Mes"                      to ws-ltt-texto
           move ws-num-ultimo-mes                           to ws-ltt-valor
           perform gravar-linha-total
           move "Ajustes a Credito"                         to ws-ltt-texto
           move ws-tot-qtd-creditos                         to ws-ltt-valor
           perform gravar-linha-total
           move "Pontos Creditados"                         to ws-ltt-texto
           move ws-tot-creditos                             to ws-ltt-valor
           perform gravar-linha-total
           move "Ajustes a Debito"                          to ws-ltt-texto
           move ws-tot-qtd-debitos                          to ws-ltt-valor
           perform gravar-linha-total
           move "Pontos Debitados"                          to ws-ltt-texto
           move ws-tot-debitos                              to ws-ltt-valor
           perform gravar-linha-total

           move "Saldo Liquido de Pontos"                   to ws-lts-texto
           move ws-tot-liquido                              to ws-lts-valor
           move ws-linha-total-sinal to ws-linha-saida
           perform gravar-linha-relatorio

           move "Respostas Anuladas no Log"                 to ws-ltt-texto
           move ws-tot-anuladas                             to ws-ltt-valor
           perform gravar-linha-total
           move "Ajustes Sem Sessao (Unica Sessao no Dia)"  to ws-ltt-texto
           move ws-tot-sem-sessao                           to ws-ltt-valor
           perform gravar-linha-total
           move "Operadores com Lancamentos no Mes"         to ws-ltt-texto
           move ws-qtd-operadores                           to ws-ltt-valor
           perform gravar-linha-total

           .
       gravar-resumo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha de Total do Resumo
      *>------------------------------------------------------------------------
       gravar-linha-total section.

           move ws-linha-total to ws-linha-saida
           perform gravar-linha-relatorio

           .
       gravar-linha-total-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha em Branco e Subtitulo de uma Parte do Relatorio
      *>------------------------------------------------------------------------
       gravar-subtitulo section.

           move ws-linha-branca to ws-linha-saida
           perform gravar-linha-relatorio
           move ws-subtitulo    to ws-linha-saida
           perform gravar-linha-relatorio

           .
       gravar-subtitulo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Gravação Padrão de uma Linha do Relatorio (Montada em ws-linha-saida)
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write fd-linha-rel-ajustes from ws-linha-saida
           if  ws-fs-arqRelatorioAjustes <> 0 then
               move 8                                         to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioAjustes                 to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqRelatorioAjustes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-relatorio-exit.
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
