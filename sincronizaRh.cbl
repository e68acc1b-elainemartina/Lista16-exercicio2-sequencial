      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "sincronizaRh".
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

           select arqExtratoRh assign to "arqExtratoRh.txt"          *> Extrato Semanal do RH - Matricula, Nome, Departamento e Situação do Funcionario
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExtratoRh.

           select arqJogadoresCad assign to "arqJogadoresCad.txt"    *> Arquivo de Registro Permanente de Jogadores (Codigo, Nome, Departamento e Situação)
           organization is indexed                                   *> Indexado Pelo Codigo - Leitura Direta Pela Chave e Gravação Sem Regravar o Arquivo
           access mode is dynamic
           record key is fd-jogcad-codigo
           lock mode is automatic
           file status is ws-fs-arqJogadoresCad.

           select arqSincronizacaoRh assign to "arqSincronizacaoRh.txt" *> Listagem de Conciliação do Registro de Jogadores com o Extrato do RH
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSincronizacaoRh.

           select arqJournal assign to "arqJournal.txt"              *> Diario de Alterações dos Arquivos Mestres (Quem Mudou o Que e Quando)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqJournal.

           select arqGerDestino assign to dynamic ws-ger-destino     *> Copia de Geração do Registro de Jogadores (.g1 a .g5)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqGerDestino.

           select arqGerOrigem assign to dynamic ws-ger-origem       *> Lado de Leitura na Subida das Copias de Geração Anteriores
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqGerOrigem.

           select arqGeracoes assign to "arqGeracoes.txt"            *> Catalogo das Copias de Geração Disponiveis (Arquivo, Numero, Data e Hora)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqGeracoes.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqExtratoRh.
       01  fd-linha-extrato-rh                     pic x(80).

       fd arqJogadoresCad.
       01  fd-linha-jogador-cad.
           05 fd-jogcad-codigo                     pic 9(04).
           05 filler                               pic x(01).
           05 fd-jogcad-nome                       pic x(25).
           05 filler                               pic x(01).
           05 fd-jogcad-depto                      pic x(15).
           05 filler                               pic x(01).
      *>   Situação do Jogador - Inativo Sai da Listagem Sem Perder o Historico
           05 fd-jogcad-situacao                   pic x(01).
              88 fd-jogcad-ativo                   value "A", space.
              88 fd-jogcad-inativo                 value "I".

       fd arqSincronizacaoRh.
       01  fd-linha-sincronizacao                  pic x(132).

       fd arqJournal.
       01  fd-linha-journal                        pic x(238).

       fd arqGerDestino.
       01  fd-linha-ger-destino                    pic x(250).

       fd arqGerOrigem.
       01  fd-linha-ger-origem                     pic x(250).

       fd arqGeracoes.
       01  fd-linha-geracao.
           05 fd-ger-arquivo                       pic x(30).
           05 filler                               pic x(01).
           05 fd-ger-numero                        pic 9(01).
           05 filler                               pic x(01).
           05 fd-ger-data                          pic x(10).
           05 filler                               pic x(01).
           05 fd-ger-hora                          pic x(08).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqExtratoRh                        pic  9(02).
       77  ws-fs-arqJogadoresCad                     pic  9(02).
       77  ws-fs-arqSincronizacaoRh                  pic  9(02).
       77  ws-fs-arqJournal                          pic  9(02).
       77  ws-fs-arqGerDestino                       pic  9(02).
       77  ws-fs-arqGerOrigem                        pic  9(02).
       77  ws-fs-arqGeracoes                         pic  9(02).

      *>----Linha do Extrato do RH (Layout Fixo) - a Matricula do Funcionario
      *>----é o Codigo do Jogador no Registro Permanente
       01 ws-linha-extrato-rh.
          05 ws-rh-matricula                       pic x(04).
          05 filler                                pic x(01).
          05 ws-rh-nome                            pic x(25).
          05 filler                                pic x(01).
          05 ws-rh-depto                           pic x(15).
          05 filler                                pic x(01).
      *>   Situação no RH - D (Desligado) ou I (Inativo) Inativa o Jogador
          05 ws-rh-situacao                        pic x(01).
             88 ws-rh-desligado                    value "D", "I".

      *>----Tabela do Extrato do RH, com a Marca de Quem Foi Achado no Registro
       01 ws-funcionarios occurs 999.
          05 ws-fun-matricula                      pic 9(04).
          05 ws-fun-nome                           pic x(25).
          05 ws-fun-depto                          pic x(15).
          05 ws-fun-situacao                       pic x(01).
          05 ws-fun-achado                         pic x(01).
             88 ws-fun-no-registro                 value "S".
             88 ws-fun-sem-registro                value "N".
       77  ws-qtd-funcionarios                       pic  9(03) value zero.

      *>----Tabela do Registro de Jogadores com a Situação Decidida na
      *>----Conciliação - Nada é Regravado Antes de Tudo Estar Decidido
       01 ws-jogadores-cad occurs 999.
          05 ws-jcd-linha                          pic x(48).
          05 ws-jcd-codigo                         pic 9(04).
          05 ws-jcd-nome                           pic x(25).
          05 ws-jcd-depto                          pic x(15).
          05 ws-jcd-situacao                       pic x(01).
          05 ws-jcd-depto-novo                     pic x(15).
          05 ws-jcd-situacao-nova                  pic x(01).
      *>   Posição do Funcionario na Tabela do Extrato (Zero = Fora do Extrato)
          05 ws-jcd-ind-rh                         pic 9(03).
          05 ws-jcd-acao                           pic x(01).
             88 ws-jcd-sem-alteracao               value "N".
             88 ws-jcd-alterado                    value "S".
       77  ws-qtd-jogadores                          pic  9(03) value zero.

       01 ws-totais.
          05 ws-tot-rh-lidas                       pic 9(05) value zero.
          05 ws-tot-rh-rejeitadas                  pic 9(05) value zero.
          05 ws-tot-conciliados                    pic 9(05) value zero.
          05 ws-tot-deptos-atualizados             pic 9(05) value zero.
          05 ws-tot-inativados                     pic 9(05) value zero.
          05 ws-tot-registros-alterados            pic 9(05) value zero.
          05 ws-tot-rh-sem-registro                pic 9(05) value zero.
          05 ws-tot-registro-sem-rh                pic 9(05) value zero.
          05 ws-tot-inativos-ativos-rh             pic 9(05) value zero.
          05 ws-qtd-listadas                       pic 9(05) value zero.

       01 ws-indices.
          05 ws-ind-fun                            pic 9(03).
          05 ws-ind-jog                            pic 9(03).
          05 ws-ind-dup                            pic 9(03).

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

      *>----Linhas da Listagem de Conciliação
       01 ws-titulo-sincronizacao                  pic x(80)
          value "Sincronizacao do Registro de Jogadores com o Extrato do RH".

       01 ws-cabecalho-data.
          05 filler                                pic x(07) value "Data : ".
          05 ws-cab-data                           pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-cab-hora                           pic x(08).

       01 ws-subtitulo.
          05 filler                                pic x(04) value "--- ".
          05 ws-sub-texto                          pic x(70).

       01 ws-cabecalho-colunas                     pic x(132)
          value "Codigo Nome                      Depto Registro  Depto RH        Sit.Reg Sit.RH".

       01 ws-linha-detalhe.
          05 ws-ldt-codigo                         pic 9(04).
          05 filler                                pic x(03) value space.
          05 ws-ldt-nome                           pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-ldt-depto-reg                      pic x(15).
          05 filler                                pic x(01) value space.
          05 ws-ldt-depto-rh                       pic x(15).
          05 filler                                pic x(04) value space.
          05 ws-ldt-sit-reg                        pic x(01).
          05 filler                                pic x(07) value space.
          05 ws-ldt-sit-rh                         pic x(01).

       01 ws-linha-rejeito-rh.
          05 filler                                pic x(07) value "Linha: ".
          05 ws-lrr-conteudo                       pic x(80).

       01 ws-linha-nenhuma                         pic x(40)
          value "    (Nenhuma Ocorrencia)".

       01 ws-linha-total.
          05 ws-ltt-texto                          pic x(50).
          05 ws-ltt-valor                          pic zzzz9.

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
      *>                    Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display "Sincronizacao do Registro de Jogadores com o Extrato do RH"

           perform formatar-data-hora

           open output arqSincronizacaoRh
           if  ws-fs-arqSincronizacaoRh <> 0 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqSincronizacaoRh                to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqSincronizacaoRh" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-sincronizacao from ws-titulo-sincronizacao
           if  ws-fs-arqSincronizacaoRh <> 0 then
               perform erro-gravar-sincronizacao
           end-if
           move ws-data-formatada to ws-cab-data
           move ws-hora-formatada to ws-cab-hora
           write fd-linha-sincronizacao from ws-cabecalho-data
           if  ws-fs-arqSincronizacaoRh <> 0 then
               perform erro-gravar-sincronizacao
           end-if

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

      *>   Carregar o Extrato do RH - Linha Sem Matricula Valida ou Repetida é
      *>   Listada e Não Participa da Conciliação
           perform carregar-extrato-rh

      *>   Carregar o Registro de Jogadores e Decidir, Jogador a Jogador, o que
      *>   Muda - Departamento Diferente do RH e Desligados Ainda Ativos
           perform conciliar-registro

      *>   Havendo Alteração, Rolar o Registro Para a Copia de Geração e Só
      *>   Então Regravar os Jogadores Alterados, Com o Diario de Cada Um
           if  ws-tot-registros-alterados > zero then
               perform gerar-backup-jogadores
               perform atualizar-registro
           end-if

           perform gravar-listagem-conciliacao

           display "Conciliados             : " ws-tot-conciliados
           display "Departamentos Alterados : " ws-tot-deptos-atualizados
           display "Jogadores Inativados    : " ws-tot-inativados
           display "No RH Sem Registro      : " ws-tot-rh-sem-registro
           display "No Registro Fora do RH  : " ws-tot-registro-sem-rh
           display "Listagem em arqSincronizacaoRh.txt"

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carrega o Extrato do RH Para a Tabela de Funcionarios
      *>------------------------------------------------------------------------
       carregar-extrato-rh section.

           open input arqExtratoRh
           if  ws-fs-arqExtratoRh = 35 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtratoRh                      to ws-msn-erro-cod
               move "Extrato arqExtratoRh Nao Encontrado "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if  ws-fs-arqExtratoRh <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtratoRh                      to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqExtratoRh    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Linhas do Extrato do RH Rejeitadas (Matricula Invalida ou Repetida)"
                                                            to ws-sub-texto
           perform gravar-subtitulo
           move zero to ws-qtd-listadas

           perform until ws-fs-arqExtratoRh = 10

               read arqExtratoRh

               if  ws-fs-arqExtratoRh = 0 then
                   if  fd-linha-extrato-rh <> space then
                       add 1 to ws-tot-rh-lidas
                       move fd-linha-extrato-rh to ws-linha-extrato-rh
                       perform guardar-funcionario
                   end-if
               else
                   if  ws-fs-arqExtratoRh <> 10 then
                       move 4                                       to ws-msn-erro-ofsset
                       move ws-fs-arqExtratoRh                      to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqExtratoRh      "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqExtratoRh
           if  ws-fs-arqExtratoRh <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtratoRh                      to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqExtratoRh   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-qtd-listadas = zero then
               perform gravar-linha-nenhuma
           end-if

      *>   Extrato Vazio Inativaria Ninguem e Listaria Todo Mundo Fora do RH -
      *>   Provavel Extrato Errado, Então Nada é Conciliado
           if  ws-qtd-funcionarios = zero then
               move 6                                       to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Extrato do RH Sem Nenhuma Linha Valida"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-extrato-rh-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Consiste a Linha do Extrato e Guarda o Funcionario na Tabela
      *>------------------------------------------------------------------------
       guardar-funcionario section.

           if  ws-rh-matricula is not numeric
           or  ws-rh-matricula = "0000"  then
               perform listar-rejeito-rh
               go to guardar-funcionario-exit
           end-if

           perform varying ws-ind-dup from 1 by 1 until ws-ind-dup > ws-qtd-funcionarios
               if  ws-fun-matricula(ws-ind-dup) = ws-rh-matricula then
                   perform listar-rejeito-rh
                   go to guardar-funcionario-exit
               end-if
           end-perform

           if  ws-qtd-funcionarios >= 999 then
               move 7                                       to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Extrato do RH com Mais de 999 Linhas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-funcionarios
           move ws-rh-matricula to ws-fun-matricula(ws-qtd-funcionarios)
           move ws-rh-nome      to ws-fun-nome(ws-qtd-funcionarios)
           move ws-rh-depto     to ws-fun-depto(ws-qtd-funcionarios)
           move ws-rh-situacao  to ws-fun-situacao(ws-qtd-funcionarios)
           set ws-fun-sem-registro(ws-qtd-funcionarios) to true

           .
       guardar-funcionario-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Lista a Linha do Extrato Rejeitada
      *>------------------------------------------------------------------------
       listar-rejeito-rh section.

           add 1 to ws-tot-rh-rejeitadas
           add 1 to ws-qtd-listadas
           move fd-linha-extrato-rh to ws-lrr-conteudo
           write fd-linha-sincronizacao from ws-linha-rejeito-rh
           if  ws-fs-arqSincronizacaoRh <> 0 then
               perform erro-gravar-sincronizacao
           end-if

           .
       listar-rejeito-rh-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Lê o Registro de Jogadores e Decide o que Muda em Cada Jogador -
      *>    o RH Manda no Departamento (Quando Informado) e Desligado Vira "I"
      *>------------------------------------------------------------------------
       conciliar-registro section.

           open input arqJogadoresCad
           if  ws-fs-arqJogadoresCad = 35 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                   to ws-msn-erro-cod
               move "Arq. arqJogadoresCad Nao Encontrado"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if  ws-fs-arqJogadoresCad <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqJogadoresCad"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqJogadoresCad = 10

               read arqJogadoresCad next record

               if  ws-fs-arqJogadoresCad = 0 then
                   if  ws-qtd-jogadores >= 999 then
                       move 10                                      to ws-msn-erro-ofsset
                       move zero                                    to ws-msn-erro-cod
                       move "Registro com Mais de 999 Jogadores "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-jogadores
                   move ws-qtd-jogadores to ws-ind-jog
                   move fd-linha-jogador-cad to ws-jcd-linha(ws-ind-jog)
                   move fd-jogcad-codigo     to ws-jcd-codigo(ws-ind-jog)
                   move fd-jogcad-nome       to ws-jcd-nome(ws-ind-jog)
                   move fd-jogcad-depto      to ws-jcd-depto(ws-ind-jog)
                   move fd-jogcad-situacao   to ws-jcd-situacao(ws-ind-jog)
                   perform decidir-alteracao
               else
                   if  ws-fs-arqJogadoresCad <> 10 then
                       move 11                                      to ws-msn-erro-ofsset
                       move ws-fs-arqJogadoresCad                   to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqJogadoresCad "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           perform fechar-arq-jogadores-cad

      *>   Funcionarios do Extrato Sem Jogador Correspondente no Registro
           perform varying ws-ind-fun from 1 by 1 until ws-ind-fun > ws-qtd-funcionarios
               if  ws-fun-sem-registro(ws-ind-fun) then
                   add 1 to ws-tot-rh-sem-registro
               end-if
           end-perform

           .
       conciliar-registro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura o Jogador ws-ind-jog no Extrato e Decide a Alteração
      *>------------------------------------------------------------------------
       decidir-alteracao section.

           move ws-jcd-depto(ws-ind-jog)    to ws-jcd-depto-novo(ws-ind-jog)
           move ws-jcd-situacao(ws-ind-jog) to ws-jcd-situacao-nova(ws-ind-jog)
           move zero                        to ws-jcd-ind-rh(ws-ind-jog)
           set ws-jcd-sem-alteracao(ws-ind-jog) to true

           perform varying ws-ind-fun from 1 by 1 until ws-ind-fun > ws-qtd-funcionarios
                                                     or ws-jcd-ind-rh(ws-ind-jog) > zero
               if  ws-fun-matricula(ws-ind-fun) = ws-jcd-codigo(ws-ind-jog) then
                   move ws-ind-fun to ws-jcd-ind-rh(ws-ind-jog)
               end-if
           end-perform

      *>   Jogador Fora do Extrato (Convidado, Terceiro) Fica Como Está
           if  ws-jcd-ind-rh(ws-ind-jog) = zero then
               add 1 to ws-tot-registro-sem-rh
               go to decidir-alteracao-exit
           end-if

           move ws-jcd-ind-rh(ws-ind-jog) to ws-ind-fun
           set ws-fun-no-registro(ws-ind-fun) to true
           add 1 to ws-tot-conciliados

      *>   Departamento em Branco no Extrato Não Apaga o do Registro
           if  ws-fun-depto(ws-ind-fun) <> space
           and ws-fun-depto(ws-ind-fun) <> ws-jcd-depto(ws-ind-jog)  then
               move ws-fun-depto(ws-ind-fun) to ws-jcd-depto-novo(ws-ind-jog)
               set ws-jcd-alterado(ws-ind-jog) to true
               add 1 to ws-tot-deptos-atualizados
           end-if

      *>   Desligado no RH e Ainda Ativo no Registro - Inativar
           move ws-fun-situacao(ws-ind-fun) to ws-rh-situacao
           if  ws-rh-desligado
           and ws-jcd-situacao(ws-ind-jog) <> "I"  then
               move "I" to ws-jcd-situacao-nova(ws-ind-jog)
               set ws-jcd-alterado(ws-ind-jog) to true
               add 1 to ws-tot-inativados
           end-if

      *>   Ativo no RH e Inativo no Registro Não é Reativado Automaticamente -
      *>   a Inativação Pode Ter Sido Decisão do Organizador; Só Fica Listado
           if  not ws-rh-desligado
           and ws-jcd-situacao(ws-ind-jog) = "I"  then
               add 1 to ws-tot-inativos-ativos-rh
           end-if

           if  ws-jcd-alterado(ws-ind-jog) then
               add 1 to ws-tot-registros-alterados
           end-if

           .
       decidir-alteracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Regrava os Jogadores Alterados Pela Chave e Registra Cada Um no
      *>    Diario de Alterações com as Imagens Antes e Depois
      *>------------------------------------------------------------------------
       atualizar-registro section.

           open i-o arqJogadoresCad
           if  ws-fs-arqJogadoresCad <> 0 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqJogadoresCad"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores

               if  ws-jcd-alterado(ws-ind-jog) then

                   move ws-jcd-codigo(ws-ind-jog) to fd-jogcad-codigo
                   read arqJogadoresCad key is fd-jogcad-codigo
                   if  ws-fs-arqJogadoresCad <> 0 then
                       move 13                                      to ws-msn-erro-ofsset
                       move ws-fs-arqJogadoresCad                   to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqJogadoresCad "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>           Guardar a Imagem Anterior do Registro Para o Diario de Alterações
                   move space                 to ws-jrn-antes
                   move fd-linha-jogador-cad  to ws-jrn-antes

                   move ws-jcd-depto-novo(ws-ind-jog)    to fd-jogcad-depto
                   move ws-jcd-situacao-nova(ws-ind-jog) to fd-jogcad-situacao

                   rewrite fd-linha-jogador-cad
                   if  ws-fs-arqJogadoresCad <> 0 then
                       move 14                                      to ws-msn-erro-ofsset
                       move ws-fs-arqJogadoresCad                   to ws-msn-erro-cod
                       move "Erro ao Regravar Arq. arqJogadoresCad" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "arqJogadoresCad.txt"  to ws-jrn-arquivo
                   move space                  to ws-jrn-depois
                   move fd-linha-jogador-cad   to ws-jrn-depois
                   perform gravar-journal

               end-if

           end-perform

           perform fechar-arq-jogadores-cad

           .
       atualizar-registro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Fechamento Padrão do Arquivo Permanente de Jogadores
      *>------------------------------------------------------------------------
       fechar-arq-jogadores-cad section.

           close arqJogadoresCad
           if  ws-fs-arqJogadoresCad <> 0 then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqJogadoresCad" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       fechar-arq-jogadores-cad-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Grava uma Linha no Diario de Alterações (arqJournal.txt) - a Data,
      *>    a Hora e o Operador Saem Daqui; o Arquivo Afetado e as Imagens
      *>    Antes/Depois Vêm Preenchidos por Quem Chamou
      *>------------------------------------------------------------------------
       gravar-journal section.

           perform formatar-data-hora

           move ws-data-formatada  to ws-jrn-data
           move ws-hora-formatada  to ws-jrn-hora
           move "SINCRONIZACAO RH" to ws-jrn-operador

      *>   Status 35 Indica que o Arquivo Ainda Não Existe (Primeira Alteração) - Criá-lo Antes de Gravar
           open extend arqJournal
           if  ws-fs-arqJournal = 35 then
               open output arqJournal
           end-if
           if  ws-fs-arqJournal <> 0 then
               move 16                                   to ws-msn-erro-ofsset
               move ws-fs-arqJournal                     to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqJournal     "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-journal from ws-linha-journal
           if  ws-fs-arqJournal <> 0 then
               move 17                                   to ws-msn-erro-ofsset
               move ws-fs-arqJournal                     to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqJournal    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqJournal
           if  ws-fs-arqJournal <> 0 then
               move 18                                   to ws-msn-erro-ofsset
               move ws-fs-arqJournal                     to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqJournal    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-journal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Copia de Geração do Registro Permanente de Jogadores, Antes da
      *>    Primeira Regravação - o Arquivo Indexado é Exportado Registro a
      *>    Registro Para uma Copia Sequencial
      *>------------------------------------------------------------------------
       gerar-backup-jogadores section.

           move "arqJogadoresCad.txt" to ws-ger-base
           perform rolar-geracoes

           move 1 to ws-ger-num2
           perform montar-nome-geracao-destino

           open output arqGerDestino
           if  ws-fs-arqGerDestino <> 0 then
               move 19                                    to ws-msn-erro-ofsset
               move ws-fs-arqGerDestino                   to ws-msn-erro-cod
               move "Erro ao Abrir Copia de Geracao    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   A Tabela Tem a Imagem de Cada Registro Como Foi Lido, em Ordem de Chave
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
               write fd-linha-ger-destino from ws-jcd-linha(ws-ind-jog)
               if  ws-fs-arqGerDestino <> 0 then
                   move 20                                    to ws-msn-erro-ofsset
                   move ws-fs-arqGerDestino                   to ws-msn-erro-cod
                   move "Erro ao Gravar Copia de Geracao   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqGerDestino
           if  ws-fs-arqGerDestino <> 0 then
               move 21                                    to ws-msn-erro-ofsset
               move ws-fs-arqGerDestino                   to ws-msn-erro-cod
               move "Erro ao Fechar Copia de Geracao   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform atualizar-catalogo-geracoes

           .
       gerar-backup-jogadores-exit.
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
               move 22                                    to ws-msn-erro-ofsset
               move ws-fs-arqGerOrigem                    to ws-msn-erro-cod
               move "Erro ao Abrir Origem da Copia      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqGerDestino
           if  ws-fs-arqGerDestino <> 0 then
               move 23                                    to ws-msn-erro-ofsset
               move ws-fs-arqGerDestino                   to ws-msn-erro-cod
               move "Erro ao Abrir Copia de Geracao    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqGerOrigem = 10

               read arqGerOrigem

               if  ws-fs-arqGerOrigem = 0 then
                   write fd-linha-ger-destino from fd-linha-ger-origem
                   if  ws-fs-arqGerDestino <> 0 then
                       move 24                                    to ws-msn-erro-ofsset
                       move ws-fs-arqGerDestino                   to ws-msn-erro-cod
                       move "Erro ao Gravar Copia de Geracao   "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if  ws-fs-arqGerOrigem <> 10 then
                       move 25                                    to ws-msn-erro-ofsset
                       move ws-fs-arqGerOrigem                    to ws-msn-erro-cod
                       move "Erro ao Ler Origem da Copia       "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqGerOrigem
           close arqGerDestino
           if  ws-fs-arqGerDestino <> 0 then
               move 26                                    to ws-msn-erro-ofsset
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
                   move 27                                    to ws-msn-erro-ofsset
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
                           move 28                                    to ws-msn-erro-ofsset
                           move ws-fs-arqGeracoes                     to ws-msn-erro-cod
                           move "Erro ao Ler Arq. arqGeracoes      "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqGeracoes
               if  ws-fs-arqGeracoes <> 0 then
                   move 29                                    to ws-msn-erro-ofsset
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
               move 30                                    to ws-msn-erro-ofsset
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
                   move 31                                    to ws-msn-erro-ofsset
                   move ws-fs-arqGeracoes                     to ws-msn-erro-cod
                   move "Erro ao Gravar Arq. arqGeracoes   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqGeracoes
           if  ws-fs-arqGeracoes <> 0 then
               move 32                                    to ws-msn-erro-ofsset
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
      *>    Grava a Listagem de Conciliação - Cada Grupo de Ocorrencias e no
      *>    Fim os Totais Conferidos dos Dois Lados (Extrato e Registro)
      *>------------------------------------------------------------------------
       gravar-listagem-conciliacao section.

      *>   Jogadores com o Departamento Trocado Pelo do RH
           move "Departamentos Atualizados no Registro" to ws-sub-texto
           perform gravar-subtitulo
           perform gravar-cabecalho-colunas
           move zero to ws-qtd-listadas
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
               if  ws-jcd-depto-novo(ws-ind-jog) <> ws-jcd-depto(ws-ind-jog) then
                   perform gravar-detalhe-jogador
               end-if
           end-perform
           if  ws-qtd-listadas = zero then
               perform gravar-linha-nenhuma
           end-if

      *>   Jogadores Inativados por Estarem Desligados no RH
           move "Jogadores Inativados (Desligados no RH)" to ws-sub-texto
           perform gravar-subtitulo
           perform gravar-cabecalho-colunas
           move zero to ws-qtd-listadas
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
               if  ws-jcd-situacao-nova(ws-ind-jog) <> ws-jcd-situacao(ws-ind-jog) then
                   perform gravar-detalhe-jogador
               end-if
           end-perform
           if  ws-qtd-listadas = zero then
               perform gravar-linha-nenhuma
           end-if

      *>   Inativos no Registro que o RH Tem Como Ativos - Só Para Conferencia
           move "Inativos no Registro e Ativos no RH (Nao Reativados - Conferir)" to ws-sub-texto
           perform gravar-subtitulo
           perform gravar-cabecalho-colunas
           move zero to ws-qtd-listadas
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
               if  ws-jcd-ind-rh(ws-ind-jog) > zero
               and ws-jcd-situacao(ws-ind-jog) = "I"  then
                   move ws-jcd-ind-rh(ws-ind-jog)  to ws-ind-fun
                   move ws-fun-situacao(ws-ind-fun) to ws-rh-situacao
                   if  not ws-rh-desligado then
                       perform gravar-detalhe-jogador
                   end-if
               end-if
           end-perform
           if  ws-qtd-listadas = zero then
               perform gravar-linha-nenhuma
           end-if

      *>   Funcionarios Sem Registro de Jogador - Somente Listados, Não Incluidos
           move "No Extrato do RH e Sem Registro de Jogador (Nao Incluidos)" to ws-sub-texto
           perform gravar-subtitulo
           perform gravar-cabecalho-colunas
           move zero to ws-qtd-listadas
           perform varying ws-ind-fun from 1 by 1 until ws-ind-fun > ws-qtd-funcionarios
               if  ws-fun-sem-registro(ws-ind-fun) then
                   add 1 to ws-qtd-listadas
                   move ws-fun-matricula(ws-ind-fun) to ws-ldt-codigo
                   move ws-fun-nome(ws-ind-fun)      to ws-ldt-nome
                   move space                        to ws-ldt-depto-reg
                   move ws-fun-depto(ws-ind-fun)     to ws-ldt-depto-rh
                   move space                        to ws-ldt-sit-reg
                   move ws-fun-situacao(ws-ind-fun)  to ws-ldt-sit-rh
                   write fd-linha-sincronizacao from ws-linha-detalhe
                   if  ws-fs-arqSincronizacaoRh <> 0 then
                       perform erro-gravar-sincronizacao
                   end-if
               end-if
           end-perform
           if  ws-qtd-listadas = zero then
               perform gravar-linha-nenhuma
           end-if

      *>   Jogadores do Registro Fora do Extrato - Ficam Como Estão
           move "No Registro de Jogadores e Fora do Extrato do RH (Sem Alteracao)" to ws-sub-texto
           perform gravar-subtitulo
           perform gravar-cabecalho-colunas
           move zero to ws-qtd-listadas
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
               if  ws-jcd-ind-rh(ws-ind-jog) = zero then
                   perform gravar-detalhe-jogador
               end-if
           end-perform
           if  ws-qtd-listadas = zero then
               perform gravar-linha-nenhuma
           end-if

      *>   Totais da Conciliação
           move "Totais da Conciliacao" to ws-sub-texto
           perform gravar-subtitulo

           move "Linhas Lidas do Extrato do RH" to ws-ltt-texto
           move ws-tot-rh-lidas                 to ws-ltt-valor
           perform gravar-linha-total
           move "Linhas do Extrato Rejeitadas"  to ws-ltt-texto
           move ws-tot-rh-rejeitadas            to ws-ltt-valor
           perform gravar-linha-total
           move "Jogadores Lidos do Registro"   to ws-ltt-texto
           move ws-qtd-jogadores                to ws-ltt-valor
           perform gravar-linha-total
           move "Conciliados (No RH e no Registro)" to ws-ltt-texto
           move ws-tot-conciliados              to ws-ltt-valor
           perform gravar-linha-total
           move "Departamentos Atualizados"     to ws-ltt-texto
           move ws-tot-deptos-atualizados       to ws-ltt-valor
           perform gravar-linha-total
           move "Jogadores Inativados"          to ws-ltt-texto
           move ws-tot-inativados               to ws-ltt-valor
           perform gravar-linha-total
           move "Registros Regravados (Com Diario)" to ws-ltt-texto
           move ws-tot-registros-alterados      to ws-ltt-valor
           perform gravar-linha-total
           move "Inativos no Registro e Ativos no RH" to ws-ltt-texto
           move ws-tot-inativos-ativos-rh       to ws-ltt-valor
           perform gravar-linha-total
           move "No RH Sem Registro de Jogador" to ws-ltt-texto
           move ws-tot-rh-sem-registro          to ws-ltt-valor
           perform gravar-linha-total
           move "No Registro Fora do Extrato do RH" to ws-ltt-texto
           move ws-tot-registro-sem-rh          to ws-ltt-valor
           perform gravar-linha-total

           close arqSincronizacaoRh
           if  ws-fs-arqSincronizacaoRh <> 0 then
               move 33                                      to ws-msn-erro-ofsset
               move ws-fs-arqSincronizacaoRh                to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqSincronizacaoRh" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-listagem-conciliacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha de Detalhe do Jogador ws-ind-jog - Registro e Lado do RH
      *>------------------------------------------------------------------------
       gravar-detalhe-jogador section.

           add 1 to ws-qtd-listadas
           move ws-jcd-codigo(ws-ind-jog)   to ws-ldt-codigo
           move ws-jcd-nome(ws-ind-jog)     to ws-ldt-nome
           move ws-jcd-depto(ws-ind-jog)    to ws-ldt-depto-reg
           move ws-jcd-situacao(ws-ind-jog) to ws-ldt-sit-reg
           if  ws-jcd-ind-rh(ws-ind-jog) > zero then
               move ws-jcd-ind-rh(ws-ind-jog)   to ws-ind-fun
               move ws-fun-depto(ws-ind-fun)    to ws-ldt-depto-rh
               move ws-fun-situacao(ws-ind-fun) to ws-ldt-sit-rh
           else
               move space                       to ws-ldt-depto-rh
               move space                       to ws-ldt-sit-rh
           end-if

           write fd-linha-sincronizacao from ws-linha-detalhe
           if  ws-fs-arqSincronizacaoRh <> 0 then
               perform erro-gravar-sincronizacao
           end-if

           .
       gravar-detalhe-jogador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha em Branco e Subtitulo de um Grupo da Listagem
      *>------------------------------------------------------------------------
       gravar-subtitulo section.

           write fd-linha-sincronizacao from ws-linha-branca
           if  ws-fs-arqSincronizacaoRh <> 0 then
               perform erro-gravar-sincronizacao
           end-if
           write fd-linha-sincronizacao from ws-subtitulo
           if  ws-fs-arqSincronizacaoRh <> 0 then
               perform erro-gravar-sincronizacao
           end-if

           .
       gravar-subtitulo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Cabeçalho das Colunas dos Grupos de Jogadores
      *>------------------------------------------------------------------------
       gravar-cabecalho-colunas section.

           write fd-linha-sincronizacao from ws-cabecalho-colunas
           if  ws-fs-arqSincronizacaoRh <> 0 then
               perform erro-gravar-sincronizacao
           end-if

           .
       gravar-cabecalho-colunas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha "Nenhuma Ocorrencia" de um Grupo Vazio
      *>------------------------------------------------------------------------
       gravar-linha-nenhuma section.

           write fd-linha-sincronizacao from ws-linha-nenhuma
           if  ws-fs-arqSincronizacaoRh <> 0 then
               perform erro-gravar-sincronizacao
           end-if

           .
       gravar-linha-nenhuma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha de Total da Conciliação
      *>------------------------------------------------------------------------
       gravar-linha-total section.

           write fd-linha-sincronizacao from ws-linha-total
           if  ws-fs-arqSincronizacaoRh <> 0 then
               perform erro-gravar-sincronizacao
           end-if

           .
       gravar-linha-total-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Erro Padrão de Gravação da Listagem de Conciliação
      *>------------------------------------------------------------------------
       erro-gravar-sincronizacao section.

           move 34                                      to ws-msn-erro-ofsset
           move ws-fs-arqSincronizacaoRh                to ws-msn-erro-cod
           move "Erro ao Gravar Arq. arqSincronizacaoRh" to ws-msn-erro-text
           perform finaliza-anormal

           .
       erro-gravar-sincronizacao-exit.
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
