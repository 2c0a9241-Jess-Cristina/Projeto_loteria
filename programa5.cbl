               10  ws-conf-nao                      pic x(01) value spaces.
           05  ws-msg-erro                          pic x(50) value spaces.

      *>    Area de autorizacao trocada com o Programa24 (login do
      *>    operador, autorizacao do supervisor e log de acesso).
       01  ws-autorizacao.
           05  ws-aut-funcao                        pic x(01).
               88  ws-aut-login                     value "L".
               88  ws-aut-supervisor                value "S".
               88  ws-aut-registra                  value "R".
           05  ws-aut-programa                      pic x(10) value "PROGRAMA5".
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

       01  ws-achou-registro                        pic x(01).
           88  ws-registro-existe                   value "S".
           88  ws-registro-nao-existe               value "N".

       inicializa section.

           perform efetua-login

           perform abre-cadastro

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
           move "CADASTRO APOSTADOR" to ws-aut-acao
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
       *>  Abrir o Cadastro, Criando o Arquivo na Primeira Execucao
       *>======================================================================

               perform aceita-dados-apostador

               set ws-aut-autorizado to true

               if (ws-conf-sim = "X" or ws-conf-sim = "x")
               and ws-situacao <> cad-situacao then
                   perform autoriza-mudanca-situacao
               end-if

               if ws-aut-autorizado
               and (ws-conf-sim = "X" or ws-conf-sim = "x") then

                   move ws-nome      to cad-nome
                   move ws-documento to cad-documento

               perform aceita-dados-apostador

               set ws-aut-autorizado to true

               if (ws-conf-sim = "X" or ws-conf-sim = "x")
               and ws-situacao <> cad-situacao then
                   perform autoriza-mudanca-situacao
               end-if

               if ws-aut-autorizado
               and (ws-conf-sim = "X" or ws-conf-sim = "x") then

                   move ws-nome      to cad-nome
                   move ws-documento to cad-documento
       bloqueia-apostador-exit.
           exit.

       *>======================================================================
       *>  Autorizacao do Supervisor para Bloquear ou Desbloquear
       *>======================================================================
      *>    Mudar a situacao do apostador e ato de supervisor: o operador
      *>    supervisor ou administrador segue direto, o caixa precisa da
      *>    senha de um supervisor. A recusa sai no log de acesso.

       autoriza-mudanca-situacao section.

           set  ws-aut-supervisor     to true
           set  ws-aut-sem-alcada     to true
           move spaces                to ws-aut-independente
           move zero                  to ws-aut-valor

           if ws-situacao = "B" then
               move "BLOQUEIO APOSTADOR"    to ws-aut-acao
           else
               move "DESBLOQUEIO APOSTADOR" to ws-aut-acao
           end-if

           call "programa24" using ws-autorizacao

           if ws-aut-negado then
               move ws-aut-msg to ws-msg-erro
           end-if

           .
       autoriza-mudanca-situacao-exit.
           exit.

       *>======================================================================
       *>  Aceitar os Dados do Apostador na Tela, Criticando a Situacao
       *>======================================================================
