      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa23". *> Projeto loteria
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 22/08/2026.
       Date-compiled. 22/08/2026.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>    Cadastro de operadores, chaveado pelo codigo do operador - o
      *>    Programa24 confere senha, perfil e situacao no login das telas
      *>    protegidas e na autorizacao do supervisor.
           select opr-arq assign to "OPERADORES"
                  organization is indexed
                  access mode is dynamic
                  record key is opr-operador-id
                  file status is ws-opr-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd  opr-arq
           label records are standard.

       01  opr-registro.
           05  opr-operador-id                       pic x(15).
           05  opr-nome                              pic x(30).
           05  opr-senha                             pic x(10).
           05  opr-perfil                            pic x(01).
               88  opr-perfil-caixa                  value "C".
               88  opr-perfil-supervisor             value "S".
               88  opr-perfil-administrador          value "A".
           05  opr-situacao                          pic x(01).
               88  opr-ativo                         value "A".
               88  opr-bloqueado                     value "B".

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       01  ws-fim-programa                          pic x(01).
           88  ws-sair                              value "x" "X".
           88  ws-continua                          value spaces.

       77  ws-opr-status                            pic x(02) value "00".

       01  ws-acao                                  pic x(01) value spaces.
           88  ws-acao-incluir                      value "I" "i".
           88  ws-acao-alterar                      value "A" "a".
           88  ws-acao-bloquear                     value "B" "b".

       01  ws-dados-operador.
           05  ws-operador-id                       pic x(15) value spaces.
           05  ws-nome                              pic x(30) value spaces.
           05  ws-senha                             pic x(10) value spaces.
           05  ws-perfil                            pic x(01) value spaces.
               88  ws-perfil-valido                 value "C" "S" "A".
           05  ws-situacao                          pic x(01) value spaces.
               88  ws-situacao-valida               value "A" "B".
           05  ws-confirma.
               10  ws-conf-sim                      pic x(01) value spaces.
               10  ws-conf-nao                      pic x(01) value spaces.
           05  ws-msg-erro                          pic x(50) value spaces.

       01  ws-achou-registro                        pic x(01).
           88  ws-registro-existe                   value "S".
           88  ws-registro-nao-existe               value "N".

      *>    Cadastro vazio (primeira implantacao): sem operador nenhum nao
      *>    ha como fazer login, entao a tela abre direto e aceita apenas
      *>    a inclusao do primeiro administrador.
       01  ws-cadastro-vazio                        pic x(01) value "N".
           88  ws-implantacao                       value "S".

       01  ws-cadastro-aberto                       pic x(01) value "N".
           88  ws-cadastro-em-uso                   value "S".

      *>    Area de autorizacao trocada com o Programa24 (login do
      *>    operador, autorizacao do supervisor e log de acesso).
       01  ws-autorizacao.
           05  ws-aut-funcao                        pic x(01).
               88  ws-aut-login                     value "L".
               88  ws-aut-supervisor                value "S".
               88  ws-aut-registra                  value "R".
           05  ws-aut-programa                      pic x(10) value "PROGRAMA23".
           05  ws-aut-acao                          pic x(20).
           05  ws-aut-perfil-minimo                 pic x(01).
           05  ws-aut-operador                      pic x(15) value spaces.
           05  ws-aut-perfil                        pic x(01) value spaces.
               88  ws-aut-perfil-caixa              value "C".
               88  ws-aut-perfil-supervisor         value "S".
               88  ws-aut-perfil-administrador      value "A".
           05  ws-aut-alcada                        pic x(01).
               88  ws-aut-alcada-pagamento          value "P".
               88  ws-aut-alcada-estorno            value "E".
               88  ws-aut-sem-alcada                value " ".
           05  ws-aut-valor                         pic 9(09)v9(02).
           05  ws-aut-independente                  pic x(01).
               88  ws-aut-exige-terceiro            value "S".
           05  ws-aut-supervisor-id                 pic x(15).
           05  ws-aut-motivo                        pic x(40).
           05  ws-aut-resultado                     pic x(01).
               88  ws-aut-autorizado                value "S".
               88  ws-aut-negado                    value "N".
           05  ws-aut-msg                           pic x(50).

      *>----Variaveis para comunicação entre programas
       Linkage Section.

      *>----Declaração de tela
       Screen Section.

       01  sc-tela-menu.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 04 col 01 value "                             Cadastro de Operadores                 [ ]Sair     ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |              Qual Operacao Voce Deseja Realizar?                    |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |          [ ] I-Incluir  A-Alterar  B-Bloquear                       |     ".
           05 line 10 col 01 value "    |                                                                     |     ".
           05 line 11 col 01 value "    |   Operador       :                                                  |     ".
           05 line 12 col 01 value "    |                                                                     |     ".
           05 line 13 col 01 value "    |                                                                     |     ".
           05 line 14 col 01 value "    |                                                                     |     ".
           05 line 15 col 01 value "    |                                                                     |     ".
           05 line 16 col 01 value "    |                                                                     |     ".
           05 line 17 col 01 value "    |                                                                     |     ".
           05 line 18 col 01 value "    |                                                                     |     ".
           05 line 19 col 01 value "    |    [___________________________________________________________]    |     ".
           05 line 20 col 01 value "    |                                                                     |     ".
           05 line 21 col 01 value "    |_____________________________________________________________________|     ".


           05 sc-sair              line 04  col 70 pic x(01)
           using ws-fim-programa   foreground-color 12.

           05 sc-acao              line 09  col 17 pic x(01)
           using ws-acao           foreground-color 15.

           05 sc-operador          line 11  col 27 pic x(15)
           using ws-operador-id    foreground-color 15.

           05 sc-msg-erro          line 19  col 15 pic x(50)
           from  ws-msg-erro       foreground-color 15.


       01  sc-tela-dados.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 04 col 01 value "                             Cadastro de Operadores                             ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |                         Dados do Operador                           |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |   Operador       :                                                  |     ".
           05 line 10 col 01 value "    |   Nome           :                                                  |     ".
           05 line 11 col 01 value "    |   Senha          :            (Em Branco Mantem a Atual)            |     ".
           05 line 12 col 01 value "    |   Perfil         :    (C-Caixa S-Supervisor A-Administrador)        |     ".
           05 line 13 col 01 value "    |   Situacao       :    (A-Ativo B-Bloqueado)                         |     ".
           05 line 14 col 01 value "    |                                                                     |     ".
           05 line 15 col 01 value "    |   Deseja Confirmar? [ ]Sim  [ ]Nao                                  |     ".
           05 line 16 col 01 value "    |                                                                     |     ".
           05 line 17 col 01 value "    |                                                                     |     ".
           05 line 18 col 01 value "    |                                                                     |     ".
           05 line 19 col 01 value "    |    [___________________________________________________________]    |     ".
           05 line 20 col 01 value "    |                                                                     |     ".
           05 line 21 col 01 value "    |_____________________________________________________________________|     ".


           05 sc-dados-operador    line 09  col 27 pic x(15)
           from  ws-operador-id    foreground-color 15.

           05 sc-dados-nome        line 10  col 27 pic x(30)
           using ws-nome           foreground-color 15.

           05 sc-dados-senha       line 11  col 27 pic x(10)
           using ws-senha          secure foreground-color 15.

           05 sc-dados-perfil      line 12  col 27 pic x(01)
           using ws-perfil         foreground-color 15.

           05 sc-dados-situacao    line 13  col 27 pic x(01)
           using ws-situacao       foreground-color 15.

           05 sc-confima-s         line 15  col 28 pic x(01)
           using ws-conf-sim       foreground-color 15.

           05 sc-confirma-n        line 15  col 36 pic x(01)
           using ws-conf-nao       foreground-color 15.

           05 sc-msg-erro          line 19  col 15 pic x(50)
           from  ws-msg-erro       foreground-color 15.

      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform procedimento.
           perform finaliza.

       inicializa section.

           perform verifica-cadastro-vazio

           if ws-implantacao then
               move "Cadastro Vazio - Inclua o Primeiro Administrador" to ws-msg-erro
           else
               perform efetua-login
           end-if

           if not ws-sair then
               perform abre-cadastro-operadores
           end-if

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Verificar se o Cadastro de Operadores Ainda Esta Vazio
       *>======================================================================

       verifica-cadastro-vazio section.

           open input opr-arq

           if ws-opr-status = "35" then             *> Arquivo ainda nao existe
               set ws-implantacao to true
           else

               if ws-opr-status = "00" then

                   read opr-arq next
                       at end
                           set ws-implantacao to true
                   end-read

                   close opr-arq

               end-if

           end-if

           .
       verifica-cadastro-vazio-exit.
           exit.

       *>======================================================================
       *>  Login do Operador (Somente Administrador)
       *>======================================================================

       efetua-login section.

           set  ws-aut-login       to true
           move "MANUTENCAO OPERADOR" to ws-aut-acao
           move "A"                to ws-aut-perfil-minimo

           call "programa24" using ws-autorizacao

           if not ws-aut-autorizado then
               display ws-aut-msg
               set ws-sair to true
           end-if

           .
       efetua-login-exit.
           exit.

       *>======================================================================
       *>  Abrir o Cadastro, Criando o Arquivo na Primeira Execucao
       *>======================================================================

       abre-cadastro-operadores section.

           open i-o opr-arq

           if ws-opr-status = "35" then             *> Arquivo ainda nao existe
               open output opr-arq
               close opr-arq
               open i-o opr-arq
           end-if

           if ws-opr-status = "00" then
               set ws-cadastro-em-uso to true
           else
               display "ERRO AO ABRIR O CADASTRO DE OPERADORES - STATUS " ws-opr-status
               set ws-sair to true
           end-if

           .
       abre-cadastro-operadores-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal (Menu de Manutencao)
       *>======================================================================

       procedimento section.

           perform until ws-sair

               move spaces to ws-acao
               move spaces to ws-operador-id
               move spaces to ws-conf-sim
               move spaces to ws-conf-nao

               display sc-tela-menu
               accept  sc-tela-menu

               if not ws-sair then

                   move spaces to ws-msg-erro

                   evaluate true
                       when ws-operador-id = spaces
                           move "Atencao, Informe o Codigo do Operador!" to ws-msg-erro
                       when ws-implantacao
                       and  not ws-acao-incluir
                           move "Atencao, Inclua Primeiro o Administrador!" to ws-msg-erro
                       when ws-acao-incluir
                           perform inclui-operador
                       when ws-acao-alterar
                           perform altera-operador
                       when ws-acao-bloquear
                           perform bloqueia-operador
                       when other
                           move "Atencao, Operacao Invalida!" to ws-msg-erro
                   end-evaluate

               end-if

           end-perform

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Localizar um Operador pelo Codigo
       *>======================================================================

       le-operador section.

           move ws-operador-id to opr-operador-id

           read opr-arq

           if ws-opr-status = "00" then
               set ws-registro-existe to true
           else
               set ws-registro-nao-existe to true
           end-if

           .
       le-operador-exit.
           exit.

       *>======================================================================
       *>  Incluir um Novo Operador
       *>======================================================================
      *>    Na implantacao o primeiro operador sai obrigatoriamente como
      *>    administrador ativo - e ele quem cadastra os demais.

       inclui-operador section.

           perform le-operador

           if ws-registro-existe then
               move "Atencao, Operador Ja Cadastrado!" to ws-msg-erro
           else

               move spaces to ws-nome
               move spaces to ws-senha
               move "C"    to ws-perfil
               move "A"    to ws-situacao

               if ws-implantacao then
                   move "A" to ws-perfil
               end-if

               perform aceita-dados-operador

               if ws-conf-sim = "X"
               or ws-conf-sim = "x" then

                   move ws-operador-id to opr-operador-id
                   move ws-nome        to opr-nome
                   move ws-senha       to opr-senha
                   move ws-perfil      to opr-perfil
                   move ws-situacao    to opr-situacao

                   write opr-registro

                   if ws-opr-status = "00" then
                       move "Operador Incluido com Sucesso" to ws-msg-erro
                       move "N" to ws-cadastro-vazio
                   else
                       move "Atencao, Erro ao Gravar o Operador!" to ws-msg-erro
                   end-if

               end-if

           end-if

           .
       inclui-operador-exit.
           exit.

       *>======================================================================
       *>  Alterar Nome, Senha, Perfil ou Situacao de um Operador
       *>======================================================================

       altera-operador section.

           perform le-operador

           if ws-registro-nao-existe then
               move "Atencao, Operador Nao Cadastrado!" to ws-msg-erro
           else

               move opr-nome     to ws-nome
               move spaces       to ws-senha
               move opr-perfil   to ws-perfil
               move opr-situacao to ws-situacao

               perform aceita-dados-operador

               if ws-conf-sim = "X"
               or ws-conf-sim = "x" then

                   move ws-nome to opr-nome

                   if ws-senha <> spaces then
                       move ws-senha to opr-senha
                   end-if

                   move ws-perfil   to opr-perfil
                   move ws-situacao to opr-situacao

                   rewrite opr-registro

                   if ws-opr-status = "00" then
                       move "Operador Alterado com Sucesso" to ws-msg-erro
                   else
                       move "Atencao, Erro ao Regravar o Operador!" to ws-msg-erro
                   end-if

               end-if

           end-if

           .
       altera-operador-exit.
           exit.

       *>======================================================================
       *>  Bloquear um Operador
       *>======================================================================

       bloqueia-operador section.

           perform le-operador

           evaluate true
               when ws-registro-nao-existe
                   move "Atencao, Operador Nao Cadastrado!" to ws-msg-erro
               when opr-bloqueado
                   move "Atencao, Operador Ja Bloqueado!" to ws-msg-erro
               when ws-operador-id = ws-aut-operador
                   move "Atencao, Nao Bloqueie o Proprio Acesso!" to ws-msg-erro
               when other

                   move opr-nome     to ws-nome
                   move spaces       to ws-senha
                   move opr-perfil   to ws-perfil
                   move "B"          to ws-situacao

                   perform aceita-dados-operador

                   if ws-conf-sim = "X"
                   or ws-conf-sim = "x" then

                       move "B" to opr-situacao

                       rewrite opr-registro

                       if ws-opr-status = "00" then
                           move "Operador Bloqueado com Sucesso" to ws-msg-erro
                       else
                           move "Atencao, Erro ao Regravar o Operador!" to ws-msg-erro
                       end-if

                   end-if

           end-evaluate

           .
       bloqueia-operador-exit.
           exit.

       *>======================================================================
       *>  Aceitar os Dados do Operador na Tela, Criticando os Campos
       *>======================================================================
      *>    Senha obrigatoria na inclusao. O administrador logado nao pode
      *>    tirar de si mesmo o perfil ou bloquear o proprio acesso, para o
      *>    cadastro nunca ficar sem quem o mantenha.

       aceita-dados-operador section.

           move spaces to ws-conf-sim
           move spaces to ws-conf-nao

           perform until ws-conf-sim = "X"
                      or ws-conf-sim = "x"
                      or ws-conf-nao = "X"
                      or ws-conf-nao = "x"

               display sc-tela-dados
               accept  sc-tela-dados

               evaluate true
                   when ws-conf-nao = "X"
                   or   ws-conf-nao = "x"
                       move spaces to ws-msg-erro
                   when ws-nome = spaces
                       move "Atencao, Informe o Nome do Operador!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when ws-acao-incluir
                   and  ws-senha = spaces
                       move "Atencao, Informe a Senha do Operador!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when not ws-perfil-valido
                       move "Atencao, Perfil Invalido!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when not ws-situacao-valida
                       move "Atencao, Situacao Invalida!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when ws-implantacao
                   and (ws-perfil <> "A" or ws-situacao <> "A")
                       move "Atencao, Primeiro Operador Deve Ser Administrador!"
                            to ws-msg-erro
                       move spaces to ws-conf-sim
                   when ws-operador-id = ws-aut-operador
                   and (ws-perfil <> "A" or ws-situacao <> "A")
                       move "Atencao, Nao Altere o Proprio Perfil ou Situacao!"
                            to ws-msg-erro
                       move spaces to ws-conf-sim
                   when other
                       move spaces to ws-msg-erro
               end-evaluate

           end-perform

           .
       aceita-dados-operador-exit.
           exit.

       finaliza section.

           if ws-cadastro-em-uso then
               close opr-arq
           end-if

           Stop Run.

           .
       finaliza-exit.
           exit.
