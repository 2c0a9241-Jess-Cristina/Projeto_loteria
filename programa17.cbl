                  access mode is sequential
                  file status is ws-res-status.

           select rat-arq assign to "RATEIO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-rat-status.

           select prm-arq assign to "PREMIOS"
                  organization is sequential
                  access mode is sequential
                  access mode is sequential
                  file status is ws-con-status.

           select sld-arq assign to "RELSALDOS"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-sld-status.

           select pld-arq assign to "RELPLD"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-pld-status.

           select hist-arq assign to "HISTORICO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-hist-status.

           select ret-arq assign to "RETORNO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-ret-status.

      *>    A remessa tem o numero no nome do arquivo (REMESSA.NNNNNN):
      *>    o numero da ultima gerada vem do REMESSASEQ do Programa28.
           select rem-arq assign using ws-rem-nome
                  organization is sequential
                  access mode is sequential
                  file status is ws-rem-status.

           select seq-arq assign to "REMESSASEQ"
                  organization is sequential
                  access mode is sequential
                  file status is ws-seq-status.

       I-O-Control.



       01  res-registro                              pic x(25).

       fd  rat-arq
           label records are standard.

       01  rat-registro                              pic x(203).

       fd  prm-arq
           label records are standard.


       01  con-registro                              pic x(80).

       fd  sld-arq
           label records are standard.

       01  sld-registro                              pic x(80).

       fd  pld-arq
           label records are standard.

       01  pld-registro                              pic x(80).

       fd  hist-arq
           label records are standard.

       01  hist-registro                             pic x(98).

      *>    Retorno e remessa da operadora: contados so os detalhes
      *>    (tipo "1"), sem header e trailer.
       fd  ret-arq
           label records are standard.

       01  ret-registro.
           05  ret-tipo                              pic x(01).
           05  filler                                pic x(99).

       fd  rem-arq
           label records are standard.

       01  rem-registro.
           05  rem-tipo                              pic x(01).
           05  filler                                pic x(99).

       fd  seq-arq
           label records are standard.

       01  seq-registro.
           05  seq-ultima-remessa                    pic 9(06).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-res-status                            pic x(02) value "00".

       77  ws-rat-status                            pic x(02) value "00".

       77  ws-prm-status                            pic x(02) value "00".

       77  ws-fch-status                            pic x(02) value "00".

       77  ws-con-status                            pic x(02) value "00".

       77  ws-sld-status                            pic x(02) value "00".

       77  ws-pld-status                            pic x(02) value "00".

       77  ws-hist-status                           pic x(02) value "00".

       77  ws-ret-status                            pic x(02) value "00".

       77  ws-rem-status                            pic x(02) value "00".

       77  ws-seq-status                            pic x(02) value "00".

       77  ws-rem-nome                              pic x(20) value spaces.

      *>    Regra parametrizada de interrupcao: a cadeia para quando o
      *>    codigo de retorno do passo alcancar ws-rc-parada (padrao 8 -
      *>    o aviso 4 e registrado e a cadeia segue).
       *>======================================================================
       *>  Procedimento Principal (Cadeia Noturna na Sequencia Certa)
       *>======================================================================
      *>    Programa8 (importa resultados), Programa21 (rateio do
      *>    concurso), Programa6 (apura premios), Programa4 (fechamento),
      *>    Programa9 (conciliacao), Programa30 (conferencia dos saldos
      *>    das contas), Programa31 (monitoramento de lavagem de
      *>    dinheiro), Programa29 (retorno da operadora),
      *>    Programa28 (remessa do dia a operadora) e, conforme o
      *>    parametro, Programa10 (arquivamento) - a remessa roda antes
      *>    do arquivamento tirar apostas do HISTORICO. Cada passo so roda
      *>    se o anterior nao tiver interrompido a cadeia pela regra de
      *>    codigo de retorno.

       procedimento section.

               perform executa-passo-importacao
           end-if

           if ws-cadeia-segue then
               perform executa-passo-rateio
           end-if

           if ws-cadeia-segue then
               perform executa-passo-apuracao
           end-if
               perform executa-passo-conciliacao
           end-if

           if ws-cadeia-segue then
               perform executa-passo-saldos
           end-if

           if ws-cadeia-segue then
               perform executa-passo-pld
           end-if

           if ws-cadeia-segue then
               perform executa-passo-retorno
           end-if

           if ws-cadeia-segue then
               perform executa-passo-remessa
           end-if

           if ws-cadeia-segue then
               perform executa-passo-arquivamento
           end-if
       executa-passo-importacao-exit.
           exit.

       executa-passo-rateio section.

           move "PROGRAMA21" to ws-passo-nome
           accept ws-passo-inicio from time

           move zero to return-code
           call "programa21"

           move return-code to ws-passo-rc
           accept ws-passo-fim from time

           perform conta-rateios
           move "RATEIO" to ws-passo-contado

           perform registra-passo-no-log

           .
       executa-passo-rateio-exit.
           exit.

       executa-passo-apuracao section.

           move "PROGRAMA6" to ws-passo-nome
       executa-passo-conciliacao-exit.
           exit.

      *>    A conferencia dos saldos so corrige (grava ajustes) se o
      *>    SALDOPARAM pedir; sem ele o passo apenas relata as excecoes.

       executa-passo-saldos section.

           move "PROGRAMA30" to ws-passo-nome
           accept ws-passo-inicio from time

           move zero to return-code
           call "programa30"

           move return-code to ws-passo-rc
           accept ws-passo-fim from time

           perform conta-linhas-saldos
           move "RELSALDOS" to ws-passo-contado

           perform registra-passo-no-log

           .
       executa-passo-saldos-exit.
           exit.

      *>    Caso novo de lavagem de dinheiro devolve aviso (RC 4); a
      *>    comunicacao dos casos confirmados sai no mesmo passo.

       executa-passo-pld section.

           move "PROGRAMA31" to ws-passo-nome
           accept ws-passo-inicio from time

           move zero to return-code
           call "programa31"

           move return-code to ws-passo-rc
           accept ws-passo-fim from time

           perform conta-linhas-pld
           move "RELPLD" to ws-passo-contado

           perform registra-passo-no-log

           .
       executa-passo-pld-exit.
           exit.

      *>    O retorno da remessa anterior e processado antes da remessa
      *>    do dia; sem arquivo de retorno o passo termina com aviso.

       executa-passo-retorno section.

           move "PROGRAMA29" to ws-passo-nome
           accept ws-passo-inicio from time

           move zero to return-code
           call "programa29"

           move return-code to ws-passo-rc
           accept ws-passo-fim from time

           perform conta-detalhes-retorno
           move "RETORNO" to ws-passo-contado

           perform registra-passo-no-log

           .
       executa-passo-retorno-exit.
           exit.

       executa-passo-remessa section.

           move "PROGRAMA28" to ws-passo-nome
           accept ws-passo-inicio from time

           move zero to return-code
           call "programa28"

           move return-code to ws-passo-rc
           accept ws-passo-fim from time

           perform conta-detalhes-remessa
           move "REMESSA" to ws-passo-contado

           perform registra-passo-no-log

           .
       executa-passo-remessa-exit.
           exit.

      *>    O arquivamento so entra na cadeia conforme o parametro:
      *>    sempre, nunca ou automaticamente aos sabados (padrao).

       conta-resultados-reais-exit.
           exit.

       conta-rateios section.

           move zero   to ws-conta-registros
           move spaces to ws-conta-chave

           open input rat-arq

           if ws-rat-status = "00" then

               perform until ws-conta-fim

                   read rat-arq
                       at end
                           set ws-conta-fim to true
                       not at end
                           add 1 to ws-conta-registros
                   end-read

               end-perform

               close rat-arq

           end-if

           move ws-conta-registros to ws-passo-contador

           .
       conta-rateios-exit.
           exit.

       conta-premios section.

           move zero   to ws-conta-registros
       conta-linhas-conciliacao-exit.
           exit.

       conta-linhas-saldos section.

           move zero   to ws-conta-registros
           move spaces to ws-conta-chave

           open input sld-arq

           if ws-sld-status = "00" then

               perform until ws-conta-fim

                   read sld-arq
                       at end
                           set ws-conta-fim to true
                       not at end
                           add 1 to ws-conta-registros
                   end-read

               end-perform

               close sld-arq

           end-if

           move ws-conta-registros to ws-passo-contador

           .
       conta-linhas-saldos-exit.
           exit.

       conta-linhas-pld section.

           move zero   to ws-conta-registros
           move spaces to ws-conta-chave

           open input pld-arq

           if ws-pld-status = "00" then

               perform until ws-conta-fim

                   read pld-arq
                       at end
                           set ws-conta-fim to true
                       not at end
                           add 1 to ws-conta-registros
                   end-read

               end-perform

               close pld-arq

           end-if

           move ws-conta-registros to ws-passo-contador

           .
       conta-linhas-pld-exit.
           exit.

       conta-historico-mantido section.

           move zero   to ws-conta-registros
       conta-historico-mantido-exit.
           exit.

       conta-detalhes-retorno section.

           move zero   to ws-conta-registros
           move spaces to ws-conta-chave

           open input ret-arq

           if ws-ret-status = "00" then

               perform until ws-conta-fim

                   read ret-arq
                       at end
                           set ws-conta-fim to true
                       not at end
                           if ret-tipo = "1" then
                               add 1 to ws-conta-registros
                           end-if
                   end-read

               end-perform

               close ret-arq

           end-if

           move ws-conta-registros to ws-passo-contador

           .
       conta-detalhes-retorno-exit.
           exit.

      *>    Passo abortado (RC 8 ou mais) nao gerou remessa nova: o
      *>    REMESSASEQ ainda aponta a anterior, que nao e contada.

       conta-detalhes-remessa section.

           move zero   to ws-conta-registros
           move spaces to ws-conta-chave
           move spaces to ws-rem-nome

           if ws-passo-rc < 8 then

               open input seq-arq

               if ws-seq-status = "00" then
                   read seq-arq
                       not at end
                           if seq-ultima-remessa is numeric then
                               string "REMESSA." seq-ultima-remessa
                                      delimited by size
                                      into ws-rem-nome
                               end-string
                           end-if
                   end-read
                   close seq-arq
               end-if

           end-if

           if ws-rem-nome <> spaces then
               open input rem-arq
           else
               move "35" to ws-rem-status
           end-if

           if ws-rem-status = "00" then

               perform until ws-conta-fim

                   read rem-arq
                       at end
                           set ws-conta-fim to true
                       not at end
                           if rem-tipo = "1" then
                               add 1 to ws-conta-registros
                           end-if
                   end-read

               end-perform

               close rem-arq

           end-if

           move ws-conta-registros to ws-passo-contador

           .
       conta-detalhes-remessa-exit.
           exit.

       *>======================================================================
       *>  Encerrar o Log com o Resultado da Cadeia
       *>======================================================================
