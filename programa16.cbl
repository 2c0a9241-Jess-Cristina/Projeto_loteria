           05  ws-tecla-volta                       pic x(01) value spaces.
           05  ws-msg-erro                          pic x(50) value spaces.

      *>    Area de autorizacao trocada com o Programa24 (login do
      *>    operador, autorizacao do supervisor e log de acesso).
       01  ws-autorizacao.
           05  ws-aut-funcao                        pic x(01).
               88  ws-aut-login                     value "L".
               88  ws-aut-supervisor                value "S".
               88  ws-aut-registra                  value "R".
           05  ws-aut-programa                      pic x(10) value "PROGRAMA16".
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

      *>    Tabela tabelada (oficial, conforme consta no código) dos
      *>    preços por quantidade de números - mesma tabela declarada nos
      *>    Programas 1 e 4, usada quando a faixa nao tem registro

       inicializa section.

           perform efetua-login

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Login do Operador na Abertura da Tela
       *>======================================================================
      *>    Sem login valido (ou com perfil abaixo do exigido) a tela nem
      *>    abre - a recusa ja sai no log de acesso pelo Programa24.

       efetua-login section.

           set  ws-aut-login       to true
           move "MANUTENCAO PRECOS" to ws-aut-acao
           move "C"                to ws-aut-perfil-minimo

           call "programa24" using ws-autorizacao

           if not ws-aut-autorizado then
               display ws-aut-msg
               set ws-sair to true
           end-if

           .
       efetua-login-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal (Menu de Manutencao de Precos)
       *>======================================================================
                   move spaces to ws-msg-erro

                   evaluate true
                       when ws-acao-incluir
                       and  not ws-aut-perfil-administrador
                           perform nega-inclusao-preco
                       when ws-acao-incluir
                           perform inclui-preco
                       when ws-acao-consultar
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Recusar a Inclusao de Preco por Operador Sem Perfil
       *>======================================================================
      *>    Preco novo e ato do administrador; a consulta fica aberta a
      *>    qualquer operador. A tentativa recusada sai no log de acesso.

       nega-inclusao-preco section.

           move "Atencao, Inclusao Restrita ao Administrador!" to ws-msg-erro

           set  ws-aut-registra       to true
           move "INCLUSAO DE PRECO"   to ws-aut-acao
           move "PERFIL SEM PERMISSAO PARA A OPERACAO" to ws-aut-motivo

           call "programa24" using ws-autorizacao

           .
       nega-inclusao-preco-exit.
           exit.

       *>======================================================================
       *>  Incluir um Preco com Data de Inicio de Vigencia
       *>======================================================================
