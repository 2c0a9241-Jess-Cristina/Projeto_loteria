      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa26". *> Projeto loteria
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

      *>    Cadastro de lotericas (pontos de venda), chaveado pelo codigo
      *>    da loterica - o Programa1 so vende por loterica cadastrada e
      *>    ativa, e o acerto semanal (Programa27) calcula a comissao pelo
      *>    percentual aqui cadastrado.
           select lot-arq assign to "LOTERICAS"
                  organization is indexed
                  access mode is random
                  record key is lot-codigo
                  file status is ws-lot-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd  lot-arq
           label records are standard.

       01  lot-registro.
           05  lot-codigo                            pic 9(05).
           05  lot-nome                              pic x(30).
           05  lot-comissao                          pic 9(02)v9(02).
           05  lot-situacao                          pic x(01).
               88  lot-ativa                         value "A".
               88  lot-bloqueada                     value "B".

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       01  ws-fim-programa                          pic x(01).
           88  ws-sair                              value "x" "X".
           88  ws-continua                          value spaces.

       77  ws-lot-status                            pic x(02) value "00".

       01  ws-acao                                  pic x(01) value spaces.
           88  ws-acao-incluir                      value "I" "i".
           88  ws-acao-alterar                      value "A" "a".
           88  ws-acao-bloquear                     value "B" "b".

       01  ws-dados-loterica.
           05  ws-codigo                            pic 9(05) value zero.
           05  ws-nome                              pic x(30) value spaces.
           05  ws-comissao                          pic 9(02)v9(02) value zero.
           05  ws-situacao                          pic x(01) value spaces.
               88  ws-situacao-valida               value "A" "B".
           05  ws-confirma.
               10  ws-conf-sim                      pic x(01) value spaces.
               10  ws-conf-nao                      pic x(01) value spaces.
           05  ws-msg-erro                          pic x(50) value spaces.

       01  ws-achou-registro                        pic x(01).
           88  ws-registro-existe                   value "S".
           88  ws-registro-nao-existe               value "N".

       01  ws-cadastro-aberto                       pic x(01) value "N".
           88  ws-cadastro-em-uso                   value "S".

      *>    Area de autorizacao trocada com o Programa24 (login do
      *>    operador, autorizacao do supervisor e log de acesso).
       01  ws-autorizacao.
           05  ws-aut-funcao                        pic x(01).
               88  ws-aut-login                     value "L".
               88  ws-aut-supervisor                value "S".
               88  ws-aut-registra                  value "R".
           05  ws-aut-programa                      pic x(10) value "PROGRAMA26".
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
           05 line 04 col 01 value "                             Cadastro de Lotericas                  [ ]Sair     ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |              Qual Operacao Voce Deseja Realizar?                    |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |          [ ] I-Incluir  A-Alterar  B-Bloquear                       |     ".
           05 line 10 col 01 value "    |                                                                     |     ".
           05 line 11 col 01 value "    |   Loterica       :                                                  |     ".
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

           05 sc-loterica          line 11  col 27 pic 9(05)
           using ws-codigo         foreground-color 15.

           05 sc-msg-erro          line 19  col 15 pic x(50)
           from  ws-msg-erro       foreground-color 15.


       01  sc-tela-dados.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 04 col 01 value "                             Cadastro de Lotericas                              ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |                        Dados da Loterica                            |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |   Loterica       :                                                  |     ".
           05 line 10 col 01 value "    |   Nome           :                                                  |     ".
           05 line 11 col 01 value "    |   Comissao (%)   :         (Sobre a Venda Liquida de Estornos)      |     ".
           05 line 12 col 01 value "    |   Situacao       :    (A-Ativa B-Bloqueada)                         |     ".
           05 line 13 col 01 value "    |                                                                     |     ".
           05 line 14 col 01 value "    |                                                                     |     ".
           05 line 15 col 01 value "    |   Deseja Confirmar? [ ]Sim  [ ]Nao                                  |     ".
           05 line 16 col 01 value "    |                                                                     |     ".
           05 line 17 col 01 value "    |                                                                     |     ".
           05 line 18 col 01 value "    |                                                                     |     ".
           05 line 19 col 01 value "    |    [___________________________________________________________]    |     ".
           05 line 20 col 01 value "    |                                                                     |     ".
           05 line 21 col 01 value "    |_____________________________________________________________________|     ".


           05 sc-dados-loterica    line 09  col 27 pic 9(05)
           from  ws-codigo         foreground-color 15.

           05 sc-dados-nome        line 10  col 27 pic x(30)
           using ws-nome           foreground-color 15.

           05 sc-dados-comissao    line 11  col 27 pic 9(02)v9(02)
           using ws-comissao       foreground-color 15.

           05 sc-dados-situacao    line 12  col 27 pic x(01)
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

           perform efetua-login

           if not ws-sair then
               perform abre-cadastro-lotericas
           end-if

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Login do Operador (Somente Administrador)
       *>======================================================================
      *>    O percentual de comissao entra direto no acerto com a loterica,
      *>    por isso o cadastro e ato do administrador.

       efetua-login section.

           set  ws-aut-login       to true
           move "MANUTENCAO LOTERICA" to ws-aut-acao
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

       abre-cadastro-lotericas section.

           open i-o lot-arq

           if ws-lot-status = "35" then             *> Arquivo ainda nao existe
               open output lot-arq
               close lot-arq
               open i-o lot-arq
           end-if

           if ws-lot-status = "00" then
               set ws-cadastro-em-uso to true
           else
               display "ERRO AO ABRIR O CADASTRO DE LOTERICAS - STATUS " ws-lot-status
               set ws-sair to true
           end-if

           .
       abre-cadastro-lotericas-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal (Menu de Manutencao)
       *>======================================================================

       procedimento section.

           perform until ws-sair

               move spaces to ws-acao
               move zero   to ws-codigo
               move spaces to ws-conf-sim
               move spaces to ws-conf-nao

               display sc-tela-menu
               accept  sc-tela-menu

               if not ws-sair then

                   move spaces to ws-msg-erro

      *>           Codigo zero e reservado as vendas e pagamentos da sede
      *>           (terminal sem loterica), por isso nao e cadastravel.
                   evaluate true
                       when ws-codigo = zero
                           move "Atencao, Informe o Codigo da Loterica!" to ws-msg-erro
                       when ws-acao-incluir
                           perform inclui-loterica
                       when ws-acao-alterar
                           perform altera-loterica
                       when ws-acao-bloquear
                           perform bloqueia-loterica
                       when other
                           move "Atencao, Operacao Invalida!" to ws-msg-erro
                   end-evaluate

               end-if

           end-perform

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Localizar uma Loterica pelo Codigo
       *>======================================================================

       le-loterica section.

           move ws-codigo to lot-codigo

           read lot-arq

           if ws-lot-status = "00" then
               set ws-registro-existe to true
           else
               set ws-registro-nao-existe to true
           end-if

           .
       le-loterica-exit.
           exit.

       *>======================================================================
       *>  Incluir uma Nova Loterica
       *>======================================================================

       inclui-loterica section.

           perform le-loterica

           if ws-registro-existe then
               move "Atencao, Loterica Ja Cadastrada!" to ws-msg-erro
           else

               move spaces to ws-nome
               move zero   to ws-comissao
               move "A"    to ws-situacao

               perform aceita-dados-loterica

               if ws-conf-sim = "X"
               or ws-conf-sim = "x" then

                   move ws-codigo   to lot-codigo
                   move ws-nome     to lot-nome
                   move ws-comissao to lot-comissao
                   move ws-situacao to lot-situacao

                   write lot-registro

                   if ws-lot-status = "00" then
                       move "Loterica Incluida com Sucesso" to ws-msg-erro
                   else
                       move "Atencao, Erro ao Gravar a Loterica!" to ws-msg-erro
                   end-if

               end-if

           end-if

           .
       inclui-loterica-exit.
           exit.

       *>======================================================================
       *>  Alterar Nome, Comissao ou Situacao de uma Loterica
       *>======================================================================
      *>    A comissao alterada vale para o proximo acerto semanal gerado -
      *>    acertos ja emitidos nao sao recalculados.

       altera-loterica section.

           perform le-loterica

           if ws-registro-nao-existe then
               move "Atencao, Loterica Nao Cadastrada!" to ws-msg-erro
           else

               move lot-nome     to ws-nome
               move lot-comissao to ws-comissao
               move lot-situacao to ws-situacao

               perform aceita-dados-loterica

               if ws-conf-sim = "X"
               or ws-conf-sim = "x" then

                   move ws-nome     to lot-nome
                   move ws-comissao to lot-comissao
                   move ws-situacao to lot-situacao

                   rewrite lot-registro

                   if ws-lot-status = "00" then
                       move "Loterica Alterada com Sucesso" to ws-msg-erro
                   else
                       move "Atencao, Erro ao Regravar a Loterica!" to ws-msg-erro
                   end-if

               end-if

           end-if

           .
       altera-loterica-exit.
           exit.

       *>======================================================================
       *>  Bloquear uma Loterica
       *>======================================================================
      *>    Loterica bloqueada nao vende mais (Programa1), mas continua no
      *>    cadastro para o acerto das vendas ja feitas.

       bloqueia-loterica section.

           perform le-loterica

           evaluate true
               when ws-registro-nao-existe
                   move "Atencao, Loterica Nao Cadastrada!" to ws-msg-erro
               when lot-bloqueada
                   move "Atencao, Loterica Ja Bloqueada!" to ws-msg-erro
               when other

                   move lot-nome     to ws-nome
                   move lot-comissao to ws-comissao
                   move "B"          to ws-situacao

                   perform aceita-dados-loterica

                   if ws-conf-sim = "X"
                   or ws-conf-sim = "x" then

                       move "B" to lot-situacao

                       rewrite lot-registro

                       if ws-lot-status = "00" then
                           move "Loterica Bloqueada com Sucesso" to ws-msg-erro
                       else
                           move "Atencao, Erro ao Regravar a Loterica!" to ws-msg-erro
                       end-if

                   end-if

           end-evaluate

           .
       bloqueia-loterica-exit.
           exit.

       *>======================================================================
       *>  Aceitar os Dados da Loterica na Tela, Criticando os Campos
       *>======================================================================
      *>    Comissao limitada a 20% da venda liquida - acima disso e erro
      *>    de digitacao (o campo nao tem virgula na tela).

       aceita-dados-loterica section.

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
                       move "Atencao, Informe o Nome da Loterica!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when ws-comissao > 20
                       move "Atencao, Comissao Acima de 20%!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when not ws-situacao-valida
                       move "Atencao, Situacao Invalida!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when other
                       move spaces to ws-msg-erro
               end-evaluate

           end-perform

           .
       aceita-dados-loterica-exit.
           exit.

       finaliza section.

           if ws-cadastro-em-uso then
               close lot-arq
           end-if

           Stop Run.

           .
       finaliza-exit.
           exit.
