      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa24". *> Projeto loteria
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

      *>    Cadastro de operadores mantido pelo Programa23 - senha,
      *>    perfil (caixa, supervisor, administrador) e situacao de cada
      *>    operador que usa as telas do sistema.
           select opr-arq assign to "OPERADORES"
                  organization is indexed
                  access mode is random
                  record key is opr-operador-id
                  file status is ws-opr-status.

      *>    Log de acesso para a auditoria - toda tentativa negada (login
      *>    recusado, perfil sem permissao, autorizacao nao obtida) sai
      *>    aqui, junto com os logins e as autorizacoes concedidas.
           select log-arq assign to "LOGACESSO"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-log-status.

      *>    Parametro opcional das alcadas: valor maximo de pagamento de
      *>    premio e de estorno que o caixa faz sem o supervisor. Sem o
      *>    arquivo valem os valores tabelados no programa.
           select alc-arq assign to "ALCADAPARAM"
                  organization is sequential
                  access mode is sequential
                  file status is ws-alc-status.

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

       fd  log-arq
           label records are standard.

       01  log-registro.
           05  log-data                              pic 9(08).
           05  filler                                pic x(01).
           05  log-hora                              pic 9(06).
           05  filler                                pic x(01).
           05  log-programa                          pic x(10).
           05  filler                                pic x(01).
           05  log-operador                          pic x(15).
           05  filler                                pic x(01).
           05  log-supervisor                        pic x(15).
           05  filler                                pic x(01).
           05  log-acao                              pic x(20).
           05  filler                                pic x(01).
           05  log-resultado                         pic x(01).
               88  log-autorizado                    value "S".
               88  log-negado                        value "N".
           05  filler                                pic x(01).
           05  log-motivo                            pic x(40).

       fd  alc-arq
           label records are standard.

       01  alc-registro.
           05  alc-alcada-pagamento                  pic 9(09)v9(02).
           05  alc-alcada-estorno                    pic 9(09)v9(02).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       01  ws-fim-programa                          pic x(01).
           88  ws-sair                              value "x" "X".
           88  ws-continua                          value spaces.

       77  ws-opr-status                            pic x(02) value "00".

       77  ws-log-status                            pic x(02) value "00".

       77  ws-alc-status                            pic x(02) value "00".

      *>    Alcadas do caixa - acima delas o pagamento ou o estorno passa
      *>    pela senha de um supervisor. Valores tabelados usados sem o
      *>    ALCADAPARAM.
       77  ws-alcada-pagamento                      pic 9(09)v9(02) value 000010000,00.
       77  ws-alcada-estorno                        pic 9(09)v9(02) value 000000100,00.

      *>    Tentativas de senha por chamada - esgotadas, a chamada volta
      *>    negada e o programa chamador se encerra.
       77  ws-tentativas                            pic 9(01) value zero.
       77  ws-max-tentativas                        pic 9(01) value 3.

      *>    Hierarquia dos perfis: caixa 1, supervisor 2, administrador 3.
       77  ws-nivel-operador                        pic 9(01) value zero.
       77  ws-nivel-minimo                          pic 9(01) value zero.

       01  ws-dados-acesso.
           05  ws-operador-id                       pic x(15) value spaces.
           05  ws-senha                             pic x(10) value spaces.
           05  ws-valor-ed                          pic zzzzzzzz9,99 value zero.
           05  ws-msg-erro                          pic x(50) value spaces.

      *>    Dados da linha do log de acesso em montagem.
       01  ws-dados-log.
           05  ws-log-operador                      pic x(15) value spaces.
           05  ws-log-supervisor                    pic x(15) value spaces.
           05  ws-log-resultado                     pic x(01) value spaces.
           05  ws-log-motivo                        pic x(40) value spaces.

       01  ws-data-hoje.
           05  ws-data-hoje-ano                     pic 9(04).
           05  ws-data-hoje-mes                     pic 9(02).
           05  ws-data-hoje-dia                     pic 9(02).

       01  ws-hora-agora.
           05  ws-hora-agora-hh                     pic 9(02).
           05  ws-hora-agora-mm                     pic 9(02).
           05  ws-hora-agora-ss                     pic 9(02).

      *>----Variaveis para comunicação entre programas
       Linkage Section.

      *>    Area de autorizacao trocada com as telas protegidas:
      *>    L - login do operador na abertura da tela, com o perfil
      *>        minimo exigido pelo programa;
      *>    S - autorizacao do supervisor para a operacao em andamento
      *>        (dispensada dentro da alcada do caixa, ou quando o proprio
      *>        operador ja e supervisor e a operacao nao exige terceiro);
      *>    R - registro no log de uma operacao negada pelo chamador.
       01  lk-autorizacao.
           05  lk-aut-funcao                        pic x(01).
               88  lk-aut-login                     value "L".
               88  lk-aut-supervisor                value "S".
               88  lk-aut-registra                  value "R".
           05  lk-aut-programa                      pic x(10).
           05  lk-aut-acao                          pic x(20).
           05  lk-aut-perfil-minimo                 pic x(01).
           05  lk-aut-operador                      pic x(15).
           05  lk-aut-perfil                        pic x(01).
               88  lk-aut-perfil-caixa              value "C".
               88  lk-aut-perfil-supervisor         value "S".
               88  lk-aut-perfil-administrador      value "A".
           05  lk-aut-alcada                        pic x(01).
               88  lk-aut-alcada-pagamento          value "P".
               88  lk-aut-alcada-estorno            value "E".
               88  lk-aut-sem-alcada                value " ".
           05  lk-aut-valor                         pic 9(09)v9(02).
           05  lk-aut-independente                  pic x(01).
               88  lk-aut-exige-terceiro            value "S".
           05  lk-aut-supervisor-id                 pic x(15).
           05  lk-aut-motivo                        pic x(40).
           05  lk-aut-resultado                     pic x(01).
               88  lk-aut-autorizado                value "S".
               88  lk-aut-negado                    value "N".
           05  lk-aut-msg                           pic x(50).

      *>----Declaração de tela
       Screen Section.

       01  sc-tela-login.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 04 col 01 value "                             Acesso do Operador                     [ ]Sair     ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |                   Identificacao do Operador                         |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |   Programa       :                                                  |     ".
           05 line 10 col 01 value "    |                                                                     |     ".
           05 line 11 col 01 value "    |   Operador       :                                                  |     ".
           05 line 12 col 01 value "    |   Senha          :                                                  |     ".
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

           05 sc-programa          line 09  col 27 pic x(10)
           from  lk-aut-programa   foreground-color 15.

           05 sc-operador          line 11  col 27 pic x(15)
           using ws-operador-id    foreground-color 15.

           05 sc-senha             line 12  col 27 pic x(10)
           using ws-senha          secure foreground-color 15.

           05 sc-msg-erro          line 19  col 15 pic x(50)
           from  ws-msg-erro       foreground-color 15.


       01  sc-tela-supervisor.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 04 col 01 value "                             Autorizacao do Supervisor          [ ]Cancelar     ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |           Operacao Exige a Senha de um Supervisor                   |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |   Operador       :                                                  |     ".
           05 line 10 col 01 value "    |   Operacao       :                                                  |     ".
           05 line 11 col 01 value "    |   Valor          : R$                                               |     ".
           05 line 12 col 01 value "    |                                                                     |     ".
           05 line 13 col 01 value "    |   Supervisor     :                                                  |     ".
           05 line 14 col 01 value "    |   Senha          :                                                  |     ".
           05 line 15 col 01 value "    |                                                                     |     ".
           05 line 16 col 01 value "    |                                                                     |     ".
           05 line 17 col 01 value "    |                                                                     |     ".
           05 line 18 col 01 value "    |                                                                     |     ".
           05 line 19 col 01 value "    |    [___________________________________________________________]    |     ".
           05 line 20 col 01 value "    |                                                                     |     ".
           05 line 21 col 01 value "    |_____________________________________________________________________|     ".


           05 sc-cancelar          line 04  col 66 pic x(01)
           using ws-fim-programa   foreground-color 12.

           05 sc-sup-operador      line 09  col 27 pic x(15)
           from  lk-aut-operador   foreground-color 15.

           05 sc-sup-acao          line 10  col 27 pic x(20)
           from  lk-aut-acao       foreground-color 15.

           05 sc-sup-valor         line 11  col 30 pic zzzzzzzz9,99
           from  ws-valor-ed       foreground-color 15.

           05 sc-sup-supervisor    line 13  col 27 pic x(15)
           using ws-operador-id    foreground-color 15.

           05 sc-sup-senha         line 14  col 27 pic x(10)
           using ws-senha          secure foreground-color 15.

           05 sc-sup-msg-erro      line 19  col 15 pic x(50)
           from  ws-msg-erro       foreground-color 15.

      *>Declaração do corpo do programa
       Procedure Division using lk-autorizacao.

           perform inicializa.
           perform procedimento.
           perform finaliza.

       inicializa section.

           move spaces to ws-fim-programa
           move spaces to ws-msg-erro
           move spaces to lk-aut-msg
           move zero   to ws-tentativas
           set lk-aut-negado to true

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal (Funcao Pedida pelo Programa Chamador)
       *>======================================================================

       procedimento section.

           evaluate true
               when lk-aut-login
                   perform efetua-login
               when lk-aut-supervisor
                   perform autoriza-operacao
               when lk-aut-registra
                   move lk-aut-operador to ws-log-operador
                   move spaces          to ws-log-supervisor
                   move "N"             to ws-log-resultado
                   move lk-aut-motivo   to ws-log-motivo
                   perform grava-log-acesso
               when other
                   move "Atencao, Funcao de Autorizacao Invalida!" to lk-aut-msg
           end-evaluate

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Login do Operador na Abertura da Tela
       *>======================================================================
      *>    Operador, senha, situacao e perfil conferidos contra o
      *>    cadastro. Cada recusa sai no log de acesso; esgotadas as
      *>    tentativas (ou com perfil abaixo do exigido pelo programa) a
      *>    chamada volta negada.

       efetua-login section.

           move spaces to lk-aut-operador
           move spaces to lk-aut-perfil

           evaluate lk-aut-perfil-minimo
               when "A"
                   move 3 to ws-nivel-minimo
               when "S"
                   move 2 to ws-nivel-minimo
               when other
                   move 1 to ws-nivel-minimo
           end-evaluate

           open input opr-arq

           if ws-opr-status <> "00" then

               move "Atencao, Cadastro de Operadores Indisponivel!" to lk-aut-msg
               move spaces to ws-log-operador
               move spaces to ws-log-supervisor
               move "N"    to ws-log-resultado
               move "CADASTRO DE OPERADORES INDISPONIVEL" to ws-log-motivo
               perform grava-log-acesso

           else

               perform until lk-aut-autorizado
                          or ws-sair
                          or ws-tentativas >= ws-max-tentativas

                   move spaces to ws-operador-id
                   move spaces to ws-senha

                   display sc-tela-login
                   accept  sc-tela-login

                   if not ws-sair then
                       perform confere-login
                   end-if

               end-perform

               close opr-arq

               evaluate true
                   when lk-aut-autorizado
                       continue
                   when ws-sair
                       move "Acesso Cancelado pelo Operador" to lk-aut-msg
                   when lk-aut-msg = spaces
                       move "Atencao, Tentativas de Acesso Esgotadas!" to lk-aut-msg
                   when other
                       continue
               end-evaluate

           end-if

           .
       efetua-login-exit.
           exit.

       confere-login section.

           move spaces to ws-log-motivo

           if ws-operador-id = spaces then
               move "Atencao, Informe o Operador!" to ws-msg-erro
           else

               move ws-operador-id to opr-operador-id

               read opr-arq

               perform calcula-nivel-perfil

               evaluate true
                   when ws-opr-status <> "00"
                       move "Atencao, Operador ou Senha Invalidos!" to ws-msg-erro
                       move "OPERADOR NAO CADASTRADO" to ws-log-motivo
                   when opr-senha <> ws-senha
                       move "Atencao, Operador ou Senha Invalidos!" to ws-msg-erro
                       move "SENHA INVALIDA" to ws-log-motivo
                   when not opr-ativo
                       move "Atencao, Operador Bloqueado!" to ws-msg-erro
                       move "OPERADOR BLOQUEADO" to ws-log-motivo
                   when ws-nivel-operador < ws-nivel-minimo
                       move "Atencao, Perfil Sem Permissao Para Este Programa!"
                            to ws-msg-erro
                       move "PERFIL SEM PERMISSAO PARA O PROGRAMA" to ws-log-motivo
                       move ws-msg-erro to lk-aut-msg
                       move ws-max-tentativas to ws-tentativas
                   when other
                       set lk-aut-autorizado to true
                       move opr-operador-id to lk-aut-operador
                       move opr-perfil      to lk-aut-perfil
                       move spaces          to lk-aut-msg
               end-evaluate

               move ws-operador-id to ws-log-operador
               move spaces         to ws-log-supervisor

               if lk-aut-autorizado then
                   move "S"     to ws-log-resultado
                   move "LOGIN" to ws-log-motivo
               else
                   move "N"     to ws-log-resultado
                   add 1 to ws-tentativas
               end-if

               perform grava-log-acesso

           end-if

           .
       confere-login-exit.
           exit.

       *>======================================================================
       *>  Autorizacao do Supervisor para a Operacao em Andamento
       *>======================================================================
      *>    Dentro da alcada do caixa a operacao segue sem supervisor.
      *>    Acima dela, o operador supervisor ou administrador autoriza a
      *>    si mesmo - exceto quando a operacao exige um terceiro (ex.:
      *>    estorno de aposta do proprio operador), caso em que a senha e
      *>    sempre de outro supervisor.

       autoriza-operacao section.

           move spaces to lk-aut-supervisor-id

           perform carrega-alcadas

           evaluate true
               when lk-aut-alcada-pagamento
               and  lk-aut-valor <= ws-alcada-pagamento
               and  not lk-aut-exige-terceiro
                   set lk-aut-autorizado to true
               when lk-aut-alcada-estorno
               and  lk-aut-valor <= ws-alcada-estorno
               and  not lk-aut-exige-terceiro
                   set lk-aut-autorizado to true
               when not lk-aut-exige-terceiro
               and (lk-aut-perfil-supervisor or lk-aut-perfil-administrador)
                   set lk-aut-autorizado to true
                   move lk-aut-operador to lk-aut-supervisor-id
               when other
                   perform solicita-senha-supervisor
           end-evaluate

           .
       autoriza-operacao-exit.
           exit.

       solicita-senha-supervisor section.

           move lk-aut-valor to ws-valor-ed

           open input opr-arq

           if ws-opr-status <> "00" then

               move "Atencao, Cadastro de Operadores Indisponivel!" to lk-aut-msg
               move "CADASTRO DE OPERADORES INDISPONIVEL" to ws-log-motivo

           else

               perform until lk-aut-autorizado
                          or ws-sair
                          or ws-tentativas >= ws-max-tentativas

                   move spaces to ws-operador-id
                   move spaces to ws-senha

                   display sc-tela-supervisor
                   accept  sc-tela-supervisor

                   if not ws-sair then
                       perform confere-supervisor
                   end-if

               end-perform

               close opr-arq

               move "SEM AUTORIZACAO DO SUPERVISOR" to ws-log-motivo

               evaluate true
                   when lk-aut-autorizado
                       continue
                   when ws-sair
                       move "Atencao, Operacao Nao Autorizada!" to lk-aut-msg
                   when other
                       move "Atencao, Tentativas de Autorizacao Esgotadas!"
                            to lk-aut-msg
               end-evaluate

           end-if

           if lk-aut-negado then
               move lk-aut-operador to ws-log-operador
               move spaces          to ws-log-supervisor
               move "N"             to ws-log-resultado
               perform grava-log-acesso
           end-if

           .
       solicita-senha-supervisor-exit.
           exit.

       confere-supervisor section.

           move spaces to ws-log-motivo

           if ws-operador-id = spaces then
               move "Atencao, Informe o Supervisor!" to ws-msg-erro
           else

               move ws-operador-id to opr-operador-id

               read opr-arq

               perform calcula-nivel-perfil

               evaluate true
                   when ws-operador-id = lk-aut-operador
                       move "Atencao, Supervisor Deve Ser Outro Operador!"
                            to ws-msg-erro
                       move "SUPERVISOR IGUAL AO OPERADOR" to ws-log-motivo
                   when ws-opr-status <> "00"
                       move "Atencao, Supervisor ou Senha Invalidos!" to ws-msg-erro
                       move "SUPERVISOR NAO CADASTRADO" to ws-log-motivo
                   when opr-senha <> ws-senha
                       move "Atencao, Supervisor ou Senha Invalidos!" to ws-msg-erro
                       move "SENHA DO SUPERVISOR INVALIDA" to ws-log-motivo
                   when not opr-ativo
                       move "Atencao, Supervisor Bloqueado!" to ws-msg-erro
                       move "SUPERVISOR BLOQUEADO" to ws-log-motivo
                   when ws-nivel-operador < 2
                       move "Atencao, Operador Sem Perfil de Supervisor!"
                            to ws-msg-erro
                       move "OPERADOR SEM PERFIL DE SUPERVISOR" to ws-log-motivo
                   when other
                       set lk-aut-autorizado to true
                       move opr-operador-id to lk-aut-supervisor-id
                       move spaces          to lk-aut-msg
               end-evaluate

               move lk-aut-operador to ws-log-operador
               move ws-operador-id  to ws-log-supervisor

               if lk-aut-autorizado then
                   move "S" to ws-log-resultado
                   move "AUTORIZADO PELO SUPERVISOR" to ws-log-motivo
               else
                   move "N" to ws-log-resultado
                   add 1 to ws-tentativas
               end-if

               perform grava-log-acesso

           end-if

           .
       confere-supervisor-exit.
           exit.

       *>======================================================================
       *>  Nivel do Perfil (Caixa 1, Supervisor 2, Administrador 3)
       *>======================================================================

       calcula-nivel-perfil section.

           evaluate true
               when opr-perfil-administrador
                   move 3 to ws-nivel-operador
               when opr-perfil-supervisor
                   move 2 to ws-nivel-operador
               when opr-perfil-caixa
                   move 1 to ws-nivel-operador
               when other
                   move zero to ws-nivel-operador
           end-evaluate

           .
       calcula-nivel-perfil-exit.
           exit.

       *>======================================================================
       *>  Carregar as Alcadas do Caixa
       *>======================================================================
      *>    Primeiro registro do ALCADAPARAM; sem arquivo (ou com valor
      *>    invalido) ficam as alcadas tabeladas.

       carrega-alcadas section.

           open input alc-arq

           if ws-alc-status = "00" then

               read alc-arq
                   at end
                       continue
                   not at end
                       if  alc-alcada-pagamento is numeric
                       and alc-alcada-estorno   is numeric then
                           move alc-alcada-pagamento to ws-alcada-pagamento
                           move alc-alcada-estorno   to ws-alcada-estorno
                       end-if
               end-read

               close alc-arq

           end-if

           .
       carrega-alcadas-exit.
           exit.

       *>======================================================================
       *>  Gravar uma Linha no Log de Acesso
       *>======================================================================

       grava-log-acesso section.

           accept ws-data-hoje  from date yyyymmdd
           accept ws-hora-agora from time

           open extend log-arq

           if ws-log-status = "35"                 *> Arquivo ainda nao existe
               open output log-arq
           end-if

           if ws-log-status <> "00" then
               display "AVISO: LOG DE ACESSO INDISPONIVEL - STATUS "
                       ws-log-status
           else

               move spaces            to log-registro
               move ws-data-hoje      to log-data
               move ws-hora-agora     to log-hora
               move lk-aut-programa   to log-programa
               move ws-log-operador   to log-operador
               move ws-log-supervisor to log-supervisor
               move lk-aut-acao       to log-acao
               move ws-log-resultado  to log-resultado
               move ws-log-motivo     to log-motivo

               write log-registro

               close log-arq

           end-if

           .
       grava-log-acesso-exit.
           exit.

       finaliza section.

           exit program

           .
       finaliza-exit.
           exit.
