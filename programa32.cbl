      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa32". *> Projeto loteria
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

      *>    Casos de prevencao a lavagem de dinheiro abertos pelo
      *>    monitoramento (Programa31) - aqui o responsavel de compliance
      *>    confirma ou descarta cada caso pendente. Os confirmados saem
      *>    no arquivo de comunicacao da proxima execucao do Programa31.
           select cas-arq assign to "CASOSPLD"
                  organization is indexed
                  access mode is dynamic
                  record key is cas-numero
                  file status is ws-cas-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Layout espelhado do arquivo de casos gravado pelo Programa31.
       fd  cas-arq
           label records are standard.

       01  cas-registro.
           05  cas-numero                            pic 9(07).
           05  cas-data-deteccao.
               10  cas-data-ano                      pic 9(04).
               10  cas-data-mes                      pic 9(02).
               10  cas-data-dia                      pic 9(02).
           05  cas-regra                             pic x(02).
               88  cas-regra-valor-limite            value "VL".
               88  cas-regra-fracionamento           value "FR".
               88  cas-regra-saque-sem-aposta        value "SA".
               88  cas-regra-premios-frequentes      value "PF".
           05  cas-apostador-id                      pic x(15).
           05  cas-documento                         pic x(14).
           05  cas-nome                              pic x(30).
           05  cas-qtd-ocorrencias                   pic 9(05).
           05  cas-valor-total                       pic 9(11)v9(02).
           05  cas-valor-referencia                  pic 9(11)v9(02).
           05  cas-ocorrencias.
               10  cas-ocorrencia occurs 5 times.
                   15  cas-oco-data.
                       20  cas-oco-ano               pic 9(04).
                       20  cas-oco-mes               pic 9(02).
                       20  cas-oco-dia               pic 9(02).
                   15  cas-oco-valor                 pic 9(09)v9(02).
                   15  cas-oco-protocolo             pic 9(09).
           05  cas-situacao                          pic x(01).
               88  cas-pendente                      value "P".
               88  cas-confirmado                    value "C".
               88  cas-descartado                    value "D".
               88  cas-comunicado                    value "K".
           05  cas-operador                          pic x(15).
           05  cas-data-decisao                      pic 9(08).
           05  cas-parecer                           pic x(40).
           05  cas-data-comunicacao                  pic 9(08).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       01  ws-fim-programa                          pic x(01).
           88  ws-sair                              value "x" "X".
           88  ws-continua                          value spaces.

       77  ws-cas-status                            pic x(02) value "00".

       01  ws-cas-chave                             pic x(01) value spaces.
           88  ws-cas-fim                           value "F".

       01  ws-data-hoje                             pic 9(08).

       77  ws-idx-oco                               pic 9(03) comp.

      *>    Ultimo caso exibido - a busca do proximo pendente parte dele.
       77  ws-caso-anterior                         pic 9(07) value zero.

       01  ws-dados-caso.
           05  ws-caso-numero                       pic 9(07) value zero.
           05  ws-decisao                           pic x(01) value spaces.
               88  ws-decisao-confirmar             value "C" "c".
               88  ws-decisao-descartar             value "D" "d".
           05  ws-parecer                           pic x(40) value spaces.
           05  ws-confirma.
               10  ws-conf-sim                      pic x(01) value spaces.
               10  ws-conf-nao                      pic x(01) value spaces.
           05  ws-msg-erro                          pic x(50) value spaces.

      *>    Campos de exibicao do caso na tela.
       01  ws-tela-caso.
           05  ws-tela-deteccao                     pic x(10) value spaces.
           05  ws-tela-situacao                     pic x(10) value spaces.
           05  ws-tela-regra-descr                  pic x(34) value spaces.
           05  ws-tela-qtd                          pic zzzz9.
           05  ws-tela-total                        pic zzzzzzzzzz9,99.
           05  ws-tela-referencia                   pic zzzzzzzzzz9,99.
           05  ws-tela-oco-linha occurs 5 times     pic x(60).

       77  ws-oco-valor-ed                          pic zzzzzzzz9,99.

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
           05  ws-aut-programa                      pic x(10) value "PROGRAMA32".
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
           05 line 04 col 01 value "                             Analise de Casos PLD                   [ ]Sair     ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |                                                                     |     ".
           05 line 07 col 01 value "    |              Qual Caso Voce Deseja Analisar?                        |     ".
           05 line 08 col 01 value "    |                                                                     |     ".
           05 line 09 col 01 value "    |   Caso           :            (Zero = Proximo Pendente)             |     ".
           05 line 10 col 01 value "    |                                                                     |     ".
           05 line 11 col 01 value "    |                                                                     |     ".
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

           05 sc-caso              line 09  col 27 pic 9(07)
           using ws-caso-numero    foreground-color 15.

           05 sc-msg-erro          line 19  col 15 pic x(50)
           from  ws-msg-erro       foreground-color 15.


       01  sc-tela-dados.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 04 col 01 value "                             Analise de Casos PLD                               ".
           05 line 05 col 01 value "     _____________________________________________________________________      ".
           05 line 06 col 01 value "    |   Caso:           Deteccao:              Situacao:                  |     ".
           05 line 07 col 01 value "    |   Regra:                                                            |     ".
           05 line 08 col 01 value "    |   Apostador:                  Documento:                            |     ".
           05 line 09 col 01 value "    |   Nome     :                                                        |     ".
           05 line 10 col 01 value "    |   Ocorrencias:        Total:                Ref.:                   |     ".
           05 line 11 col 01 value "    |                                                                     |     ".
           05 line 12 col 01 value "    |                                                                     |     ".
           05 line 13 col 01 value "    |                                                                     |     ".
           05 line 14 col 01 value "    |                                                                     |     ".
           05 line 15 col 01 value "    |                                                                     |     ".
           05 line 16 col 01 value "    |   Decisao  : [ ] C-Confirmar  D-Descartar                           |     ".
           05 line 17 col 01 value "    |   Parecer  :                                                        |     ".
           05 line 18 col 01 value "    |   Deseja Confirmar? [ ]Sim  [ ]Nao                                  |     ".
           05 line 19 col 01 value "    |    [___________________________________________________________]    |     ".
           05 line 20 col 01 value "    |                                                                     |     ".
           05 line 21 col 01 value "    |_____________________________________________________________________|     ".


           05 sc-dados-caso        line 06  col 15 pic 9(07)
           from  cas-numero        foreground-color 15.

           05 sc-dados-deteccao    line 06  col 35 pic x(10)
           from  ws-tela-deteccao  foreground-color 15.

           05 sc-dados-situacao    line 06  col 58 pic x(10)
           from  ws-tela-situacao  foreground-color 15.

           05 sc-dados-regra       line 07  col 16 pic x(02)
           from  cas-regra         foreground-color 15.

           05 sc-dados-regra-descr line 07  col 19 pic x(34)
           from  ws-tela-regra-descr foreground-color 15.

           05 sc-dados-apostador   line 08  col 20 pic x(15)
           from  cas-apostador-id  foreground-color 15.

           05 sc-dados-documento   line 08  col 48 pic x(14)
           from  cas-documento     foreground-color 15.

           05 sc-dados-nome        line 09  col 20 pic x(30)
           from  cas-nome          foreground-color 15.

           05 sc-dados-qtd         line 10  col 22 pic x(05)
           from  ws-tela-qtd       foreground-color 15.

           05 sc-dados-total       line 10  col 36 pic x(14)
           from  ws-tela-total     foreground-color 15.

           05 sc-dados-referencia  line 10  col 57 pic x(14)
           from  ws-tela-referencia foreground-color 15.

           05 sc-dados-oco-1       line 11  col 09 pic x(60)
           from  ws-tela-oco-linha (1) foreground-color 15.

           05 sc-dados-oco-2       line 12  col 09 pic x(60)
           from  ws-tela-oco-linha (2) foreground-color 15.

           05 sc-dados-oco-3       line 13  col 09 pic x(60)
           from  ws-tela-oco-linha (3) foreground-color 15.

           05 sc-dados-oco-4       line 14  col 09 pic x(60)
           from  ws-tela-oco-linha (4) foreground-color 15.

           05 sc-dados-oco-5       line 15  col 09 pic x(60)
           from  ws-tela-oco-linha (5) foreground-color 15.

           05 sc-dados-decisao     line 16  col 21 pic x(01)
           using ws-decisao        foreground-color 15.

           05 sc-dados-parecer     line 17  col 20 pic x(40)
           using ws-parecer        foreground-color 15.

           05 sc-confima-s         line 18  col 28 pic x(01)
           using ws-conf-sim       foreground-color 15.

           05 sc-confirma-n        line 18  col 36 pic x(01)
           using ws-conf-nao       foreground-color 15.

           05 sc-msg-erro          line 19  col 15 pic x(50)
           from  ws-msg-erro       foreground-color 15.

      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform procedimento.
           perform finaliza.

       inicializa section.

           accept ws-data-hoje from date yyyymmdd

           perform efetua-login

           if not ws-sair then
               perform abre-casos
           end-if

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Login do Operador (Supervisor ou Administrador)
       *>======================================================================
      *>    A decisao do caso vai para a comunicacao com o nome de quem
      *>    decidiu, por isso a analise e ato de supervisor.

       efetua-login section.

           set  ws-aut-login       to true
           move "ANALISE CASO PLD" to ws-aut-acao
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
       *>  Abrir o Arquivo de Casos
       *>======================================================================
      *>    Sem arquivo nao ha caso a analisar - ele nasce na primeira
      *>    execucao do monitoramento.

       abre-casos section.

           open i-o cas-arq

           if ws-cas-status = "00" then
               set ws-cadastro-em-uso to true
           else
               display "ERRO AO ABRIR O ARQUIVO DE CASOS - STATUS " ws-cas-status
               set ws-sair to true
           end-if

           .
       abre-casos-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal (Escolha do Caso)
       *>======================================================================

       procedimento section.

           perform until ws-sair

               move zero   to ws-caso-numero

               display sc-tela-menu
               accept  sc-tela-menu

               if not ws-sair then

                   move spaces to ws-msg-erro

                   if ws-caso-numero = zero then
                       perform localiza-proximo-pendente
                   else
                       perform le-caso
                       if ws-registro-nao-existe then
                           move "Atencao, Caso Nao Encontrado!" to ws-msg-erro
                       end-if
                   end-if

                   if ws-registro-existe then
                       move cas-numero to ws-caso-anterior
                       perform analisa-caso
                   end-if

               end-if

           end-perform

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Localizar um Caso pelo Numero
       *>======================================================================

       le-caso section.

           move ws-caso-numero to cas-numero

           read cas-arq

           if ws-cas-status = "00" then
               set ws-registro-existe to true
           else
               set ws-registro-nao-existe to true
           end-if

           .
       le-caso-exit.
           exit.

       *>======================================================================
       *>  Localizar o Proximo Caso Pendente Apos o Ultimo Exibido
       *>======================================================================
      *>    Ao chegar no fim do arquivo a busca volta para o inicio na
      *>    proxima tentativa.

       localiza-proximo-pendente section.

           set  ws-registro-nao-existe to true
           move spaces                 to ws-cas-chave

           compute cas-numero = ws-caso-anterior + 1

           start cas-arq key is not less than cas-numero
               invalid key
                   set ws-cas-fim to true
           end-start

           perform until ws-cas-fim
                      or ws-registro-existe

               read cas-arq next
                   at end
                       set ws-cas-fim to true
                   not at end
                       if cas-pendente then
                           set ws-registro-existe to true
                       end-if
               end-read

           end-perform

           if ws-registro-nao-existe then
               if ws-caso-anterior = zero then
                   move "Nenhum Caso Pendente de Analise" to ws-msg-erro
               else
                   move "Fim dos Pendentes - Informe Zero Para Recomecar" to ws-msg-erro
               end-if
               move zero to ws-caso-anterior
           end-if

           .
       localiza-proximo-pendente-exit.
           exit.

       *>======================================================================
       *>  Exibir o Caso e Registrar a Decisao do Responsavel
       *>======================================================================
      *>    Caso ja decidido (ou comunicado) e so consulta. No pendente o
      *>    parecer e obrigatorio tanto para confirmar quanto para
      *>    descartar.

       analisa-caso section.

           perform monta-tela-caso

           move spaces to ws-decisao
           move spaces to ws-parecer
           move spaces to ws-conf-sim
           move spaces to ws-conf-nao

           if not cas-pendente then

               move cas-situacao to ws-decisao
               move cas-parecer  to ws-parecer
               move "Caso Ja Analisado - Somente Consulta" to ws-msg-erro

               display sc-tela-dados
               accept  sc-tela-dados

               move spaces to ws-msg-erro

           else

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
                       when not ws-decisao-confirmar
                       and  not ws-decisao-descartar
                           move "Atencao, Decisao Invalida!" to ws-msg-erro
                           move spaces to ws-conf-sim
                       when ws-parecer = spaces
                           move "Atencao, Informe o Parecer!" to ws-msg-erro
                           move spaces to ws-conf-sim
                       when other
                           move spaces to ws-msg-erro
                   end-evaluate

               end-perform

               if ws-conf-sim = "X"
               or ws-conf-sim = "x" then
                   perform grava-decisao
               end-if

           end-if

           .
       analisa-caso-exit.
           exit.

       grava-decisao section.

           if ws-decisao-confirmar then
               set cas-confirmado to true
           else
               set cas-descartado to true
           end-if

           move ws-aut-operador to cas-operador
           move ws-data-hoje    to cas-data-decisao
           move ws-parecer      to cas-parecer

           rewrite cas-registro

           if ws-cas-status = "00" then
               if cas-confirmado then
                   move "Caso Confirmado - Vai na Proxima Comunicacao" to ws-msg-erro
               else
                   move "Caso Descartado com Sucesso" to ws-msg-erro
               end-if
           else
               move "Atencao, Erro ao Regravar o Caso!" to ws-msg-erro
           end-if

           .
       grava-decisao-exit.
           exit.

       monta-tela-caso section.

           move spaces to ws-tela-deteccao
           string cas-data-dia "/" cas-data-mes "/" cas-data-ano
                  delimited by size
                  into ws-tela-deteccao
           end-string

           evaluate true
               when cas-pendente
                   move "PENDENTE"   to ws-tela-situacao
               when cas-confirmado
                   move "CONFIRMADO" to ws-tela-situacao
               when cas-descartado
                   move "DESCARTADO" to ws-tela-situacao
               when cas-comunicado
                   move "COMUNICADO" to ws-tela-situacao
               when other
                   move spaces       to ws-tela-situacao
           end-evaluate

           evaluate true
               when cas-regra-valor-limite
                   move "MOVIMENTACAO A PARTIR DO LIMITE" to ws-tela-regra-descr
               when cas-regra-fracionamento
                   move "DEPOSITOS FRACIONADOS SOB O LIMITE" to ws-tela-regra-descr
               when cas-regra-saque-sem-aposta
                   move "SAQUE COM POUCA APOSTA NA JANELA" to ws-tela-regra-descr
               when cas-regra-premios-frequentes
                   move "PREMIOS FREQUENTES NO DOCUMENTO" to ws-tela-regra-descr
               when other
                   move spaces to ws-tela-regra-descr
           end-evaluate

           move cas-qtd-ocorrencias  to ws-tela-qtd
           move cas-valor-total      to ws-tela-total
           move cas-valor-referencia to ws-tela-referencia

           perform varying ws-idx-oco from 1 by 1 until ws-idx-oco > 5

               move spaces to ws-tela-oco-linha (ws-idx-oco)

               if cas-oco-data (ws-idx-oco) <> zero then
                   move cas-oco-valor (ws-idx-oco) to ws-oco-valor-ed
                   string cas-oco-dia (ws-idx-oco) "/" cas-oco-mes (ws-idx-oco)
                          "/" cas-oco-ano (ws-idx-oco) "  R$ " ws-oco-valor-ed
                          "  Protocolo " cas-oco-protocolo (ws-idx-oco)
                          delimited by size
                          into ws-tela-oco-linha (ws-idx-oco)
                   end-string
               end-if

           end-perform

           .
       monta-tela-caso-exit.
           exit.

       finaliza section.

           if ws-cadastro-em-uso then
               close cas-arq
           end-if

           Stop Run.

           .
       finaliza-exit.
           exit.
