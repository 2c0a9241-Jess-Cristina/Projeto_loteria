      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa19". *> Projeto loteria
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

      *>    Calendario de concursos, chaveado pelo numero do concurso - o
      *>    Programa1 vende apenas para o concurso aberto dentro do horario
      *>    de corte, e o Programa6 apura cada aposta somente contra o
      *>    sorteio do concurso para o qual ela foi vendida.
           select conc-arq assign to "CONCURSOS"
                  organization is indexed
                  access mode is random
                  record key is conc-numero
                  file status is ws-conc-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd  conc-arq
           label records are standard.

       01  conc-registro.
           05  conc-numero                           pic 9(05).
           05  conc-data-sorteio                     pic 9(08).
           05  conc-data-corte                       pic 9(08).
           05  conc-hora-corte                       pic 9(04).
           05  conc-situacao                         pic x(01).
               88  conc-aberto                       value "A".
               88  conc-vendas-encerradas            value "E".
               88  conc-apurado                      value "P".

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       01  ws-fim-programa                          pic x(01).
           88  ws-sair                              value "x" "X".
           88  ws-continua                          value spaces.

       77  ws-conc-status                           pic x(02) value "00".

       01  ws-acao                                  pic x(01) value spaces.
           88  ws-acao-incluir                      value "I" "i".
           88  ws-acao-alterar                      value "A" "a".
           88  ws-acao-encerrar                     value "E" "e".

       01  ws-dados-concurso.
           05  ws-concurso                          pic 9(05) value zero.
           05  ws-data-sorteio                      pic 9(08) value zero.
           05  ws-data-corte                        pic 9(08) value zero.
           05  ws-hora-corte                        pic 9(04) value zero.
           05  ws-situacao                          pic x(01) value spaces.
           05  ws-confirma.
               10  ws-conf-sim                      pic x(01) value spaces.
               10  ws-conf-nao                      pic x(01) value spaces.
           05  ws-msg-erro                          pic x(50) value spaces.

      *>    Hora de corte desmembrada para a critica (HHMM).
       01  ws-hora-corte-cri.
           05  ws-hora-corte-hh                     pic 9(02).
           05  ws-hora-corte-mm                     pic 9(02).

       01  ws-achou-registro                        pic x(01).
           88  ws-registro-existe                   value "S".
           88  ws-registro-nao-existe               value "N".

      *>    Area de autorizacao trocada com o Programa24 (login do
      *>    operador, autorizacao do supervisor e log de acesso).
       01  ws-autorizacao.
           05  ws-aut-funcao                        pic x(01).
               88  ws-aut-login                     value "L".
               88  ws-aut-supervisor                value "S".
               88  ws-aut-registra                  value "R".
           05  ws-aut-programa                      pic x(10) value "PROGRAMA19".
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
           05 line 04 col 01 value "                             Cadastro de Concursos                  [ ]Sair     ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |              Qual Operacao Voce Deseja Realizar?                    |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |          [ ] I-Incluir  A-Alterar  E-Encerrar Vendas                |     ".
           05 line 10 col 01 value "    |                                                                     |     ".
           05 line 11 col 01 value "    |   Concurso       :                                                  |     ".
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

           05 sc-concurso          line 11  col 27 pic 9(05)
           using ws-concurso       foreground-color 15.

           05 sc-msg-erro          line 19  col 15 pic x(50)
           from  ws-msg-erro       foreground-color 15.


       01  sc-tela-dados.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 04 col 01 value "                             Cadastro de Concursos                              ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |                         Dados do Concurso                           |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |   Concurso       :                                                  |     ".
           05 line 10 col 01 value "    |   Data Sorteio   :            (AAAAMMDD)                            |     ".
           05 line 11 col 01 value "    |   Corte Vendas   :            (AAAAMMDD)      Hora:      (HHMM)     |     ".
           05 line 12 col 01 value "    |   Situacao       :    (A-Aberto E-Vendas Encerradas P-Apurado)      |     ".
           05 line 13 col 01 value "    |                                                                     |     ".
           05 line 14 col 01 value "    |   Deseja Confirmar? [ ]Sim  [ ]Nao                                  |     ".
           05 line 15 col 01 value "    |                                                                     |     ".
           05 line 16 col 01 value "    |                                                                     |     ".
           05 line 17 col 01 value "    |                                                                     |     ".
           05 line 18 col 01 value "    |                                                                     |     ".
           05 line 19 col 01 value "    |    [___________________________________________________________]    |     ".
           05 line 20 col 01 value "    |                                                                     |     ".
           05 line 21 col 01 value "    |_____________________________________________________________________|     ".


           05 sc-dados-concurso    line 09  col 27 pic 9(05)
           from  ws-concurso       foreground-color 15.

           05 sc-dados-sorteio     line 10  col 27 pic 9(08)
           using ws-data-sorteio   foreground-color 15.

           05 sc-dados-corte       line 11  col 27 pic 9(08)
           using ws-data-corte     foreground-color 15.

           05 sc-dados-hora-corte  line 11  col 59 pic 9(04)
           using ws-hora-corte     foreground-color 15.

           05 sc-dados-situacao    line 12  col 27 pic x(01)
           from  ws-situacao       foreground-color 15.

           05 sc-confima-s         line 14  col 28 pic x(01)
           using ws-conf-sim       foreground-color 15.

           05 sc-confirma-n        line 14  col 36 pic x(01)
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
               perform abre-cadastro-concursos
           end-if

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Login do Operador (Supervisor ou Administrador)
       *>======================================================================
      *>    O calendario controla o corte das vendas e os concursos da
      *>    teimosinha, por isso a manutencao e ato do supervisor.

       efetua-login section.

           set  ws-aut-login       to true
           move "CALENDARIO CONCURSO" to ws-aut-acao
           move "S"                to ws-aut-perfil-minimo

           call "programa24" using ws-autorizacao

           if not ws-aut-autorizado then
               display ws-aut-msg
               set ws-sair to true
           end-if

           .
       efetua-login-exit.
           exit.

       *>======================================================================
       *>  Abrir o Calendario, Criando o Arquivo na Primeira Execucao
       *>======================================================================

       abre-cadastro-concursos section.

           open i-o conc-arq

           if ws-conc-status = "35" then            *> Arquivo ainda nao existe
               open output conc-arq
               close conc-arq
               open i-o conc-arq
           end-if

           .
       abre-cadastro-concursos-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal (Menu de Manutencao)
       *>======================================================================

       procedimento section.

           if ws-conc-status <> "00" then
               display "ERRO AO ABRIR O CADASTRO DE CONCURSOS - STATUS " ws-conc-status
               set ws-sair to true
           end-if

           perform until ws-sair

               move spaces to ws-acao
               move zero   to ws-concurso
               move spaces to ws-conf-sim
               move spaces to ws-conf-nao

               display sc-tela-menu
               accept  sc-tela-menu

               if not ws-sair then

                   move spaces to ws-msg-erro

                   evaluate true
                       when ws-concurso = zero
                           move "Atencao, Informe o Numero do Concurso!" to ws-msg-erro
                       when ws-acao-incluir
                           perform inclui-concurso
                       when ws-acao-alterar
                           perform altera-concurso
                       when ws-acao-encerrar
                           perform encerra-vendas-concurso
                       when other
                           move "Atencao, Operacao Invalida!" to ws-msg-erro
                   end-evaluate

               end-if

           end-perform

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Localizar um Concurso pelo Numero
       *>======================================================================

       le-concurso section.

           move ws-concurso to conc-numero

           read conc-arq

           if ws-conc-status = "00" then
               set ws-registro-existe to true
           else
               set ws-registro-nao-existe to true
           end-if

           .
       le-concurso-exit.
           exit.

       *>======================================================================
       *>  Incluir um Novo Concurso (Sempre Aberto para Vendas)
       *>======================================================================

       inclui-concurso section.

           perform le-concurso

           if ws-registro-existe then
               move "Atencao, Concurso Ja Cadastrado!" to ws-msg-erro
           else

               move zero to ws-data-sorteio
               move zero to ws-data-corte
               move zero to ws-hora-corte
               move "A"  to ws-situacao

               perform aceita-dados-concurso

               if ws-conf-sim = "X"
               or ws-conf-sim = "x" then

                   move ws-concurso     to conc-numero
                   move ws-data-sorteio to conc-data-sorteio
                   move ws-data-corte   to conc-data-corte
                   move ws-hora-corte   to conc-hora-corte
                   move ws-situacao     to conc-situacao

                   write conc-registro

                   if ws-conc-status = "00" then
                       move "Concurso Incluido com Sucesso" to ws-msg-erro
                   else
                       move "Atencao, Erro ao Gravar o Concurso!" to ws-msg-erro
                   end-if

               end-if

           end-if

           .
       inclui-concurso-exit.
           exit.

       *>======================================================================
       *>  Alterar Datas e Corte de um Concurso Ainda Nao Apurado
       *>======================================================================
      *>    Concurso apurado ja teve os premios gerados pelo Programa6 -
      *>    mudar a data dele desalinharia o PREMIOS, entao fica recusado.

       altera-concurso section.

           perform le-concurso

           evaluate true
               when ws-registro-nao-existe
                   move "Atencao, Concurso Nao Cadastrado!" to ws-msg-erro
               when conc-apurado
                   move "Atencao, Concurso Ja Apurado!" to ws-msg-erro
               when other

                   move conc-data-sorteio to ws-data-sorteio
                   move conc-data-corte   to ws-data-corte
                   move conc-hora-corte   to ws-hora-corte
                   move conc-situacao     to ws-situacao

                   perform aceita-dados-concurso

                   if ws-conf-sim = "X"
                   or ws-conf-sim = "x" then

                       move ws-data-sorteio to conc-data-sorteio
                       move ws-data-corte   to conc-data-corte
                       move ws-hora-corte   to conc-hora-corte

                       rewrite conc-registro

                       if ws-conc-status = "00" then
                           move "Concurso Alterado com Sucesso" to ws-msg-erro
                       else
                           move "Atencao, Erro ao Regravar o Concurso!" to ws-msg-erro
                       end-if

                   end-if

           end-evaluate

           .
       altera-concurso-exit.
           exit.

       *>======================================================================
       *>  Encerrar as Vendas de um Concurso Aberto
       *>======================================================================
      *>    Encerramento manual, antes do horario de corte (o Programa1 ja
      *>    recusa sozinho a venda depois do corte). Com o concurso
      *>    encerrado, o proximo concurso aberto passa a receber as vendas.

       encerra-vendas-concurso section.

           perform le-concurso

           evaluate true
               when ws-registro-nao-existe
                   move "Atencao, Concurso Nao Cadastrado!" to ws-msg-erro
               when not conc-aberto
                   move "Atencao, Concurso Nao Esta Aberto!" to ws-msg-erro
               when other

                   move conc-data-sorteio to ws-data-sorteio
                   move conc-data-corte   to ws-data-corte
                   move conc-hora-corte   to ws-hora-corte
                   move "E"               to ws-situacao

                   perform aceita-dados-concurso

                   if ws-conf-sim = "X"
                   or ws-conf-sim = "x" then

                       move ws-data-sorteio to conc-data-sorteio
                       move ws-data-corte   to conc-data-corte
                       move ws-hora-corte   to conc-hora-corte
                       move ws-situacao     to conc-situacao

                       rewrite conc-registro

                       if ws-conc-status = "00" then
                           move "Vendas do Concurso Encerradas" to ws-msg-erro
                       else
                           move "Atencao, Erro ao Regravar o Concurso!" to ws-msg-erro
                       end-if

                   end-if

           end-evaluate

           .
       encerra-vendas-concurso-exit.
           exit.

       *>======================================================================
       *>  Aceitar os Dados do Concurso na Tela, Criticando Datas e Corte
       *>======================================================================
      *>    O corte das vendas nao pode cair depois da data do sorteio, e
      *>    a hora de corte precisa ser uma hora valida (HHMM).

       aceita-dados-concurso section.

           move spaces to ws-conf-sim
           move spaces to ws-conf-nao

           perform until ws-conf-sim = "X"
                      or ws-conf-sim = "x"
                      or ws-conf-nao = "X"
                      or ws-conf-nao = "x"

               display sc-tela-dados
               accept  sc-tela-dados

               move ws-hora-corte to ws-hora-corte-cri

               evaluate true
                   when ws-conf-nao = "X"
                   or   ws-conf-nao = "x"
                       move spaces to ws-msg-erro
                   when ws-data-sorteio = zero
                   or   ws-data-corte   = zero
                       move "Atencao, Informe a Data do Sorteio e do Corte!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when ws-data-corte > ws-data-sorteio
                       move "Atencao, Corte Posterior ao Sorteio!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when ws-hora-corte-hh > 23
                   or   ws-hora-corte-mm > 59
                       move "Atencao, Hora de Corte Invalida!" to ws-msg-erro
                       move spaces to ws-conf-sim
                   when other
                       move spaces to ws-msg-erro
               end-evaluate

           end-perform

           .
       aceita-dados-concurso-exit.
           exit.

       finaliza section.

           if ws-aut-autorizado then
               close conc-arq
           end-if

           Stop Run.

           .
       finaliza-exit.
           exit.
