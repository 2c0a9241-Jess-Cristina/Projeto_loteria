      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa25". *> Projeto loteria
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

      *>    Limites de jogo responsavel, chaveados pela identificacao do
      *>    apostador - o Programa1 confere autoexclusao e limites diario
      *>    e mensal na confirmacao da aposta, e o Programa14 recusa
      *>    deposito de apostador em autoexclusao.
           select lim-arq assign to "LIMITES"
                  organization is indexed
                  access mode is random
                  record key is lim-apostador-id
                  file status is ws-lim-status.

      *>    Cadastro mestre mantido pelo Programa5 - so consultado, para o
      *>    limite sair apenas para apostador cadastrado.
           select cad-arq assign to "APOSTADORES"
                  organization is indexed
                  access mode is random
                  record key is cad-apostador-id
                  file status is ws-cad-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Limite zerado e limite livre. O aumento pedido fica pendente
      *>    ate a data de vigencia (fim da carencia); a reducao entra
      *>    direto nos limites. Autoexclusao vale do inicio ao fim, com
      *>    as duas datas inclusive.
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

       fd  cad-arq
           label records are standard.

       01  cad-registro.
           05  cad-apostador-id                      pic x(15).
           05  cad-nome                              pic x(30).
           05  cad-documento                         pic x(14).
           05  cad-situacao                          pic x(01).
               88  cad-ativo                         value "A".
               88  cad-bloqueado                     value "B".

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       01  ws-fim-programa                          pic x(01).
           88  ws-sair                              value "x" "X".
           88  ws-continua                          value spaces.

       77  ws-lim-status                            pic x(02) value "00".

       77  ws-cad-status                            pic x(02) value "00".

      *>    Carencia, em dias corridos, para o aumento de limite valer.
       77  ws-dias-carencia                         pic 9(03) value 003.

       01  ws-achou-registro                        pic x(01).
           88  ws-registro-existe                   value "S".
           88  ws-registro-nao-existe               value "N".

       01  ws-pedido-aumento                        pic x(01) value "N".
           88  ws-com-aumento                       value "S".
           88  ws-sem-aumento                       value "N".

       01  ws-dados-limites.
           05  ws-apostador-id                      pic x(15) value spaces.
           05  ws-nome                              pic x(30) value spaces.
           05  ws-diario-ed                         pic zzzzzz9,99 value zero.
           05  ws-mensal-ed                         pic zzzzzz9,99 value zero.
           05  ws-novo-diario                       pic 9(07)v9(02) value zero.
           05  ws-novo-mensal                       pic 9(07)v9(02) value zero.
           05  ws-pend-diario-ed                    pic zzzzzz9,99 value zero.
           05  ws-pend-mensal-ed                    pic zzzzzz9,99 value zero.
           05  ws-pend-vigencia                     pic 9(08) value zero.
           05  ws-exclusao-fim                      pic 9(08) value zero.
           05  ws-dias-exclusao                     pic 9(04) value zero.
           05  ws-confirma.
               10  ws-conf-sim                      pic x(01) value spaces.
               10  ws-conf-nao                      pic x(01) value spaces.
           05  ws-msg-erro                          pic x(50) value spaces.

       77  ws-data-hoje                             pic 9(08) value zero.
       77  ws-nova-exclusao-fim                     pic 9(08) value zero.

      *>    Area de autorizacao trocada com o Programa24 (login do
      *>    operador, autorizacao do supervisor e log de acesso).
       01  ws-autorizacao.
           05  ws-aut-funcao                        pic x(01).
               88  ws-aut-login                     value "L".
               88  ws-aut-supervisor                value "S".
               88  ws-aut-registra                  value "R".
           05  ws-aut-programa                      pic x(10) value "PROGRAMA25".
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
           05 line 04 col 01 value "                             Limites de Jogo Responsavel            [ ]Sair     ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |              Informe o Apostador para Manter os Limites             |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |                                                                     |     ".
           05 line 10 col 01 value "    |                                                                     |     ".
           05 line 11 col 01 value "    |   Identificacao  :                                                  |     ".
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

           05 sc-apostador-id      line 11  col 27 pic x(15)
           using ws-apostador-id   foreground-color 15.

           05 sc-msg-erro          line 19  col 15 pic x(50)
           from  ws-msg-erro       foreground-color 15.


       01  sc-tela-dados.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 04 col 01 value "                             Limites de Jogo Responsavel                        ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |                   Limites de Jogo Responsavel                       |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |   Apostador      :                                                  |     ".
           05 line 10 col 01 value "    |   Limite Diario  : R$             Novo:            (0 = Livre)      |     ".
           05 line 11 col 01 value "    |   Limite Mensal  : R$             Novo:            (0 = Livre)      |     ".
           05 line 12 col 01 value "    |   Pendente Diario: R$             Mensal: R$                        |     ".
           05 line 13 col 01 value "    |   Pendente Vale a Partir de:           (AAAAMMDD)                   |     ".
           05 line 14 col 01 value "    |   Autoexclusao Ate:                    (AAAAMMDD)                   |     ".
           05 line 15 col 01 value "    |   Autoexclusao   :        Dias a Partir de Hoje                     |     ".
           05 line 16 col 01 value "    |   Deseja Confirmar? [ ]Sim  [ ]Nao                                  |     ".
           05 line 17 col 01 value "    |   Aumento de limite so vale apos a carencia; reducao vale na hora.  |     ".
           05 line 18 col 01 value "    |                                                                     |     ".
           05 line 19 col 01 value "    |    [___________________________________________________________]    |     ".
           05 line 20 col 01 value "    |                                                                     |     ".
           05 line 21 col 01 value "    |_____________________________________________________________________|     ".

           05 sc-dados-apostador   line 09  col 27 pic x(15)
           from  ws-apostador-id   foreground-color 15.

           05 sc-dados-nome        line 09  col 43 pic x(30)
           from  ws-nome           foreground-color 15.

           05 sc-dados-diario      line 10  col 29 pic zzzzzz9,99
           from  ws-diario-ed      foreground-color 15.

           05 sc-dados-novo-diario line 10  col 47 pic 9(07)v9(02)
           using ws-novo-diario    foreground-color 15.

           05 sc-dados-mensal      line 11  col 29 pic zzzzzz9,99
           from  ws-mensal-ed      foreground-color 15.

           05 sc-dados-novo-mensal line 11  col 47 pic 9(07)v9(02)
           using ws-novo-mensal    foreground-color 15.

           05 sc-dados-pend-diario line 12  col 29 pic zzzzzz9,99
           from  ws-pend-diario-ed foreground-color 15.

           05 sc-dados-pend-mensal line 12  col 52 pic zzzzzz9,99
           from  ws-pend-mensal-ed foreground-color 15.

           05 sc-dados-pend-vig    line 13  col 36 pic 9(08)
           from  ws-pend-vigencia  foreground-color 15.

           05 sc-dados-excl-fim    line 14  col 36 pic 9(08)
           from  ws-exclusao-fim   foreground-color 15.

           05 sc-dados-excl-dias   line 15  col 27 pic 9(04)
           using ws-dias-exclusao  foreground-color 15.

           05 sc-confima-s         line 16  col 28 pic x(01)
           using ws-conf-sim       foreground-color 15.

           05 sc-confirma-n        line 16  col 36 pic x(01)
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

           perform abre-limites

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
           move "LIMITES DE JOGO" to ws-aut-acao
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
       *>  Abrir os Limites, Criando o Arquivo na Primeira Execucao
       *>======================================================================

       abre-limites section.

           open i-o lim-arq

           if ws-lim-status = "35" then             *> Arquivo ainda nao existe
               open output lim-arq
               close lim-arq
               open i-o lim-arq
           end-if

           .
       abre-limites-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal (Apostador a Manter)
       *>======================================================================

       procedimento section.

           if ws-lim-status <> "00" then
               display "ERRO AO ABRIR OS LIMITES DE JOGO - STATUS " ws-lim-status
               set ws-sair to true
           end-if

           perform until ws-sair

               move spaces to ws-apostador-id

               display sc-tela-menu
               accept  sc-tela-menu

               if not ws-sair then

                   move spaces to ws-msg-erro

                   if ws-apostador-id = spaces then
                       move "Atencao, Informe a Identificacao!" to ws-msg-erro
                   else

                       perform valida-apostador-limite

                       if ws-msg-erro = spaces then
                           perform mantem-limites
                       end-if

                   end-if

               end-if

           end-perform

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Conferir o Apostador no Cadastro
       *>======================================================================

       valida-apostador-limite section.

           move spaces to ws-nome

           open input cad-arq

           if ws-cad-status <> "00" then
               move "Atencao, Cadastro de Apostadores Indisponivel!"
                    to ws-msg-erro
           else

               move ws-apostador-id to cad-apostador-id

               read cad-arq

               if ws-cad-status = "00" then
                   move cad-nome to ws-nome
               else
                   move "Atencao, Apostador Nao Cadastrado!" to ws-msg-erro
               end-if

               close cad-arq

           end-if

           .
       valida-apostador-limite-exit.
           exit.

       *>======================================================================
       *>  Manter os Limites e a Autoexclusao do Apostador
       *>======================================================================
      *>    Aumento pendente cuja carencia ja venceu passa para os limites
      *>    antes de a tela abrir, e e gravado assim na confirmacao.

       mantem-limites section.

           accept ws-data-hoje from date yyyymmdd

           move ws-apostador-id to lim-apostador-id

           read lim-arq

           if ws-lim-status = "00" then
               set ws-registro-existe to true
           else
               set ws-registro-nao-existe to true
               move ws-apostador-id to lim-apostador-id
               move zero to lim-limite-diario
               move zero to lim-limite-mensal
               move zero to lim-pendente-diario
               move zero to lim-pendente-mensal
               move zero to lim-pendente-vigencia
               move zero to lim-exclusao-inicio
               move zero to lim-exclusao-fim
               move zero to lim-data-alteracao
           end-if

           if  lim-pendente-vigencia > zero
           and lim-pendente-vigencia <= ws-data-hoje then
               move lim-pendente-diario to lim-limite-diario
               move lim-pendente-mensal to lim-limite-mensal
               move zero to lim-pendente-diario
               move zero to lim-pendente-mensal
               move zero to lim-pendente-vigencia
           end-if

           move lim-limite-diario     to ws-diario-ed
           move lim-limite-mensal     to ws-mensal-ed
           move lim-limite-diario     to ws-novo-diario
           move lim-limite-mensal     to ws-novo-mensal
           move lim-pendente-diario   to ws-pend-diario-ed
           move lim-pendente-mensal   to ws-pend-mensal-ed
           move lim-pendente-vigencia to ws-pend-vigencia
           move zero                  to ws-dias-exclusao

           if lim-exclusao-fim >= ws-data-hoje then
               move lim-exclusao-fim to ws-exclusao-fim
           else
               move zero to ws-exclusao-fim
           end-if

           perform aceita-dados-limites

           if ws-conf-sim = "X"
           or ws-conf-sim = "x" then

               perform aplica-novos-limites

               if ws-registro-existe then
                   rewrite lim-registro
               else
                   write lim-registro
               end-if

               if ws-lim-status = "00" then
                   if ws-com-aumento then
                       move "Gravado - Aumento Vale Apos a Carencia" to ws-msg-erro
                   else
                       move "Limites Gravados com Sucesso" to ws-msg-erro
                   end-if
               else
                   move "Atencao, Erro ao Gravar os Limites!" to ws-msg-erro
               end-if

           end-if

           .
       mantem-limites-exit.
           exit.

       *>======================================================================
       *>  Aplicar os Limites Pedidos e a Autoexclusao
       *>======================================================================
      *>    Por limite: passar de limitado para livre (zero) ou subir o
      *>    valor e aumento, que espera a carencia no pendente; o resto
      *>    entra na hora. Havendo aumento, o pendente guarda o par pedido
      *>    completo. Limites confirmados sem mudanca preservam o aumento
      *>    ja pendente; qualquer mudanca substitui o pendente anterior.
      *>    A autoexclusao so pode ser estendida, nunca encurtada.

       aplica-novos-limites section.

           set ws-sem-aumento to true

           if ws-novo-diario <> lim-limite-diario
           or ws-novo-mensal <> lim-limite-mensal then

               if  lim-limite-diario > zero
               and (ws-novo-diario = zero or ws-novo-diario > lim-limite-diario) then
                   set ws-com-aumento to true
               else
                   move ws-novo-diario to lim-limite-diario
               end-if

               if  lim-limite-mensal > zero
               and (ws-novo-mensal = zero or ws-novo-mensal > lim-limite-mensal) then
                   set ws-com-aumento to true
               else
                   move ws-novo-mensal to lim-limite-mensal
               end-if

               if ws-com-aumento then
                   move ws-novo-diario to lim-pendente-diario
                   move ws-novo-mensal to lim-pendente-mensal
                   compute lim-pendente-vigencia =
                           function date-of-integer
                               (function integer-of-date (ws-data-hoje)
                                + ws-dias-carencia)
               else
                   move zero to lim-pendente-diario
                   move zero to lim-pendente-mensal
                   move zero to lim-pendente-vigencia
               end-if

           end-if

           if ws-dias-exclusao > zero then

               compute ws-nova-exclusao-fim =
                       function date-of-integer
                           (function integer-of-date (ws-data-hoje)
                            + ws-dias-exclusao)

               if lim-exclusao-fim >= ws-data-hoje then
                   if ws-nova-exclusao-fim > lim-exclusao-fim then
                       move ws-nova-exclusao-fim to lim-exclusao-fim
                   end-if
               else
                   move ws-data-hoje         to lim-exclusao-inicio
                   move ws-nova-exclusao-fim to lim-exclusao-fim
               end-if

           end-if

           move ws-data-hoje to lim-data-alteracao

           .
       aplica-novos-limites-exit.
           exit.

       *>======================================================================
       *>  Aceitar os Limites na Tela, Criticando os Valores
       *>======================================================================

       aceita-dados-limites section.

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
                   when ws-novo-diario > zero
                   and  ws-novo-mensal > zero
                   and  ws-novo-diario > ws-novo-mensal
                       move "Atencao, Limite Diario Maior que o Mensal!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when other
                       move spaces to ws-msg-erro
               end-evaluate

           end-perform

           .
       aceita-dados-limites-exit.
           exit.

       finaliza section.

           close lim-arq

           Stop Run.

           .
       finaliza-exit.
           exit.
