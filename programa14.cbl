                  access mode is sequential
                  file status is ws-mov-status.

      *>    Limites de jogo responsavel mantidos pelo Programa25 - aqui so
      *>    a autoexclusao interessa: apostador autoexcluido nao deposita.
           select lim-arq assign to "LIMITES"
                  organization is indexed
                  access mode is random
                  record key is lim-apostador-id
                  file status is ws-lim-status.

       I-O-Control.


               88  mov-tipo-aposta                   value "A".
               88  mov-tipo-premio                   value "P".
               88  mov-tipo-estorno                  value "E".
               88  mov-tipo-retencao-ir              value "I".
           05  mov-valor                             pic 9(09)v9(02).
           05  mov-protocolo                         pic 9(09).
           05  mov-saldo-apos                        pic 9(09)v9(02).

      *>    Layout espelhado dos limites de jogo do Programa25.
       fd  lim-arq
           label records are standard.

       01  lim-registro.
           05  lim-apostador-id                      pic x(15).
           05  lim-limite-diario                     pic 9(07)v9(02).
           05  lim-limite-mensal                     pic 9(07)v9(02).
           05  lim-pendente-diario                   pic 9(07)v9(02).
           05  lim-pendente-mensal                   pic 9(07)v9(02).
           05  lim-pendente-vigencia                 pic 9(08).
           05  lim-exclusao-inicio                   pic 9(08).
           05  lim-exclusao-fim                      pic 9(08).
           05  lim-data-alteracao                    pic 9(08).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-mov-status                            pic x(02) value "00".

       77  ws-lim-status                            pic x(02) value "00".

       01  ws-acao                                  pic x(01) value spaces.
           88  ws-acao-depositar                    value "D" "d".
           88  ws-acao-sacar                        value "S" "s".
      *>    Tipo do lancamento a gravar no log (D deposito, S saque).
       77  ws-mov-tipo                              pic x(01) value spaces.

      *>    Area de autorizacao trocada com o Programa24 (login do
      *>    operador, autorizacao do supervisor e log de acesso).
       01  ws-autorizacao.
           05  ws-aut-funcao                        pic x(01).
               88  ws-aut-login                     value "L".
               88  ws-aut-supervisor                value "S".
               88  ws-aut-registra                  value "R".
           05  ws-aut-programa                      pic x(10) value "PROGRAMA14".
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

      *>    Campos da tela de movimentacao da conta corrente.
       01  ws-dados-conta.
           05  ws-apostador-id                      pic x(15) value spaces.

       inicializa section.

           perform efetua-login

           perform abre-conta-corrente

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
           move "MOVIMENTACAO CONTA" to ws-aut-acao
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
       *>  Abrir a Conta Corrente, Criando o Arquivo na Primeira Execucao
       *>======================================================================

           perform valida-apostador-conta

           if ws-msg-erro = spaces then
               perform verifica-autoexclusao
           end-if

           if ws-msg-erro = spaces then

               if ws-valor = zero then
       deposita-na-conta-exit.
           exit.

       *>======================================================================
       *>  Recusar Deposito de Apostador em Autoexclusao
       *>======================================================================
      *>    Sem o arquivo LIMITES ou sem registro do apostador nao ha
      *>    autoexclusao. O saque segue liberado: o apostador autoexcluido
      *>    pode retirar o saldo que tiver.

       verifica-autoexclusao section.

           accept ws-data-hoje from date yyyymmdd

           open input lim-arq

           if ws-lim-status = "00" then

               move ws-apostador-id to lim-apostador-id

               read lim-arq

               if  ws-lim-status       = "00"
               and lim-exclusao-fim    > zero
               and lim-exclusao-inicio <= ws-data-hoje
               and lim-exclusao-fim    >= ws-data-hoje then
                   move "Atencao, Apostador em Autoexclusao!" to ws-msg-erro
               end-if

               close lim-arq

           end-if

           .
       verifica-autoexclusao-exit.
           exit.

       *>======================================================================
       *>  Lancar um Saque (Somente com Saldo)
       *>======================================================================

           perform valida-apostador-conta

           if  ws-msg-erro = spaces
           and ws-apostador-id = ws-aut-operador then
               perform autoriza-saque-proprio
           end-if

           if ws-msg-erro = spaces then

               evaluate true
       saca-da-conta-exit.
           exit.

       *>======================================================================
       *>  Autorizacao do Supervisor para Saque na Conta do Operador
       *>======================================================================
      *>    O operador nao saca da propria conta sozinho: a senha e sempre
      *>    de um outro supervisor, qualquer que seja o perfil de quem
      *>    esta no balcao.

       autoriza-saque-proprio section.

           set  ws-aut-supervisor     to true
           set  ws-aut-sem-alcada     to true
           set  ws-aut-exige-terceiro to true
           move "SAQUE CONTA PROPRIA" to ws-aut-acao
           move ws-valor              to ws-aut-valor

           call "programa24" using ws-autorizacao

           if ws-aut-negado then
               move ws-aut-msg to ws-msg-erro
           end-if

           .
       autoriza-saque-proprio-exit.
           exit.

       *>======================================================================
       *>  Consultar o Saldo da Conta
       *>======================================================================
