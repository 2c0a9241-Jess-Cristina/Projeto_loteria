      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa20". *> Projeto loteria
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

      *>    Conversao UNICA de layout dos arquivos sequenciais de tamanho
      *>    fixo que ganharam campos novos depois da conversao do
      *>    Programa18: HISTORICO e TRANSACOES (concurso da aposta; na
      *>    transacao tambem a loterica e o terminal da venda, a origem
      *>    dos numeros e a teimosinha), PAGAMENTOS (IR retido, valor
      *>    liquido e loterica da baixa) e LOTEREJEITADOS (loterica e
      *>    terminal do lote recusado). Mesma receita do Programa18 - o
      *>    trabalho e gravado completo antes de o arquivo original ser
      *>    regravado. Este job roda UMA vez, antes de qualquer programa
      *>    ler os layouts novos; o marcador CONVFEITO2 impede reexecucao,
      *>    que converteria de novo (e corromperia) arquivos ja
      *>    convertidos. Os HISTARQUIVO.AAAAMMDD ja gerados pelo Programa10
      *>    ficam como estao, no layout antigo: nenhum programa os le de
      *>    volta.

      *>    --- HISTORICO: layout antigo, trabalho e layout novo ---
           select histv-arq assign to "HISTORICO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-histv-status.

           select histt-arq assign to "HISTCONV"
                  organization is sequential
                  access mode is sequential
                  file status is ws-histt-status.

           select histn-arq assign to "HISTORICO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-histn-status.

      *>    --- TRANSACOES: layout antigo, trabalho e layout novo ---
           select trnv-arq assign to "TRANSACOES"
                  organization is sequential
                  access mode is sequential
                  file status is ws-trnv-status.

           select trnt-arq assign to "TRNCONV"
                  organization is sequential
                  access mode is sequential
                  file status is ws-trnt-status.

           select trnn-arq assign to "TRANSACOES"
                  organization is sequential
                  access mode is sequential
                  file status is ws-trnn-status.

      *>    --- PAGAMENTOS: layout antigo, trabalho e layout novo ---
           select pagv-arq assign to "PAGAMENTOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-pagv-status.

           select pagt-arq assign to "PAGCONV"
                  organization is sequential
                  access mode is sequential
                  file status is ws-pagt-status.

           select pagn-arq assign to "PAGAMENTOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-pagn-status.

      *>    --- LOTEREJEITADOS: layout antigo, trabalho e layout novo ---
           select rejv-arq assign to "LOTEREJEITADOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-rejv-status.

           select rejt-arq assign to "REJCONV"
                  organization is sequential
                  access mode is sequential
                  file status is ws-rejt-status.

           select rejn-arq assign to "LOTEREJEITADOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-rejn-status.

      *>    Marcador de conversao ja executada (registro unico com
      *>    data/hora) - a reexecucao e recusada.
           select cnv-arq assign to "CONVFEITO2"
                  organization is sequential
                  access mode is sequential
                  file status is ws-cnv-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    HISTORICO no layout ANTIGO (sem o concurso).
       fd  histv-arq
           label records are standard.

       01  histv-registro.
           05  histv-dados                           pic x(84).
           05  histv-protocolo                       pic 9(09).

      *>    Trabalho da conversao, ja no layout NOVO do Programa2.
       fd  histt-arq
           label records are standard.

       01  histt-registro.
           05  histt-dados                           pic x(84).
           05  histt-protocolo                       pic 9(09).
           05  histt-concurso                        pic 9(05).

       fd  histn-arq
           label records are standard.

       01  histn-registro                            pic x(98).

      *>    TRANSACOES no layout ANTIGO (sem o concurso).
       fd  trnv-arq
           label records are standard.

       01  trnv-registro.
           05  trnv-apostador-id                     pic x(15).
           05  trnv-data                             pic 9(08).
           05  trnv-hora                             pic 9(06).
           05  trnv-qtd-escolhida                    pic 9(02).
           05  trnv-valor                            pic 9(03)v9(02).
           05  trnv-contagem                         pic 9(10).
           05  trnv-limite-excedido                  pic x(01).
           05  trnv-protocolo                        pic 9(09).
           05  trnv-tipo                             pic x(01).

      *>    Trabalho da conversao, ja no layout NOVO do Programa2.
       fd  trnt-arq
           label records are standard.

       01  trnt-registro.
           05  trnt-apostador-id                     pic x(15).
           05  trnt-data                             pic 9(08).
           05  trnt-hora                             pic 9(06).
           05  trnt-qtd-escolhida                    pic 9(02).
           05  trnt-valor                            pic 9(03)v9(02).
           05  trnt-contagem                         pic 9(10).
           05  trnt-limite-excedido                  pic x(01).
           05  trnt-protocolo                        pic 9(09).
           05  trnt-tipo                             pic x(01).
           05  trnt-concurso                         pic 9(05).
           05  trnt-loterica                         pic 9(05).
           05  trnt-terminal                         pic 9(03).
           05  trnt-surpresinha                      pic x(01).
           05  trnt-teimosinha                       pic 9(02).

       fd  trnn-arq
           label records are standard.

       01  trnn-registro                             pic x(73).

      *>    PAGAMENTOS no layout ANTIGO (sem IR e liquido).
       fd  pagv-arq
           label records are standard.

       01  pagv-registro.
           05  pagv-dados                            pic x(69).
           05  pagv-valor                            pic 9(09)v9(02).
           05  pagv-acao                             pic x(01).

      *>    Trabalho da conversao, ja no layout NOVO do Programa11.
       fd  pagt-arq
           label records are standard.

       01  pagt-registro.
           05  pagt-dados                            pic x(69).
           05  pagt-valor                            pic 9(09)v9(02).
           05  pagt-acao                             pic x(01).
           05  pagt-valor-ir                         pic 9(09)v9(02).
           05  pagt-valor-liquido                    pic 9(09)v9(02).
           05  pagt-loterica                         pic 9(05).

       fd  pagn-arq
           label records are standard.

       01  pagn-registro                             pic x(108).

      *>    LOTEREJEITADOS no layout ANTIGO (sem loterica e terminal).
       fd  rejv-arq
           label records are standard.

       01  rejv-registro.
           05  rejv-lote                             pic x(40).
           05  rejv-motivo-codigo                    pic x(02).
           05  rejv-motivo-descr                     pic x(50).

      *>    Trabalho da conversao, ja no layout NOVO do Programa1.
       fd  rejt-arq
           label records are standard.

       01  rejt-registro.
           05  rejt-lote                             pic x(40).
           05  rejt-loterica                         pic 9(05).
           05  rejt-terminal                         pic 9(03).
           05  rejt-motivo-codigo                    pic x(02).
           05  rejt-motivo-descr                     pic x(50).

       fd  rejn-arq
           label records are standard.

       01  rejn-registro                             pic x(100).

       fd  cnv-arq
           label records are standard.

       01  cnv-registro.
           05  cnv-data                              pic 9(08).
           05  cnv-hora                              pic 9(06).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-histv-status                          pic x(02) value "00".
       77  ws-histt-status                          pic x(02) value "00".
       77  ws-histn-status                          pic x(02) value "00".

       77  ws-trnv-status                           pic x(02) value "00".
       77  ws-trnt-status                           pic x(02) value "00".
       77  ws-trnn-status                           pic x(02) value "00".

       77  ws-pagv-status                           pic x(02) value "00".
       77  ws-pagt-status                           pic x(02) value "00".
       77  ws-pagn-status                           pic x(02) value "00".

       77  ws-rejv-status                           pic x(02) value "00".
       77  ws-rejt-status                           pic x(02) value "00".
       77  ws-rejn-status                           pic x(02) value "00".

       77  ws-cnv-status                            pic x(02) value "00".

       01  ws-fim-arquivo                           pic x(01) value spaces.
           88  ws-arquivo-fim                       value "F".

       01  ws-execucao                              pic x(01) value "N".
           88  ws-execucao-ok                       value "N".
           88  ws-execucao-abortada                 value "S".

      *>    Totais da conversao, por arquivo, para o resumo do operador.
       77  ws-tot-historicos                        pic 9(06) comp value zero.
       77  ws-tot-transacoes                        pic 9(06) comp value zero.
       77  ws-tot-pagamentos                        pic 9(06) comp value zero.
       77  ws-tot-rejeitados                        pic 9(06) comp value zero.

       01  ws-data-hoje                             pic 9(08).

       01  ws-hora-agora                            pic 9(06).

      *>----Variaveis para comunicação entre programas
       Linkage Section.

      *>----Declaração de tela
       Screen Section.

      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform procedimento.
           perform finaliza.

       inicializa section.

           perform confere-conversao-ja-feita

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Recusar Reexecucao de Conversao Ja Realizada
       *>======================================================================
      *>    Rodar a conversao duas vezes releria arquivos JA convertidos
      *>    com o layout antigo e os regravaria corrompidos - por isso o
      *>    marcador e conferido antes de tocar em qualquer arquivo.

       confere-conversao-ja-feita section.

           open input cnv-arq

           if ws-cnv-status = "00" then

               read cnv-arq
                   at end
                       continue
                   not at end
                       display "ERRO: CONVERSAO DE LAYOUT JA EXECUTADA EM "
                               cnv-data " " cnv-hora " - NADA FOI TOCADO"
                       set ws-execucao-abortada to true
                       move 8 to return-code
               end-read

               close cnv-arq

           end-if

           .
       confere-conversao-ja-feita-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal (Um Arquivo por Vez, na Mesma Receita)
       *>======================================================================
      *>    Passo 1 - le o arquivo no layout antigo e grava o trabalho
      *>    completo ja no layout novo; qualquer erro aborta SEM tocar o
      *>    original. Passo 2 - regrava o original a partir do trabalho.
      *>    Arquivo ausente nao e erro: nao ha o que converter.

       procedimento section.

           if not ws-execucao-abortada then
               perform converte-historico
           end-if

           if not ws-execucao-abortada then
               perform converte-transacoes
           end-if

           if not ws-execucao-abortada then
               perform converte-pagamentos
           end-if

           if not ws-execucao-abortada then
               perform converte-rejeitados
           end-if

           if not ws-execucao-abortada then
               perform grava-marcador-conversao
               perform exibe-resumo-conversao
           end-if

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Converter o HISTORICO (Ganha o Concurso, Zero = Anterior)
       *>======================================================================

       converte-historico section.

           move spaces to ws-fim-arquivo

           open input histv-arq

           if ws-histv-status = "35" then
               display "HISTORICO NAO ENCONTRADO - NADA A CONVERTER"
           else

               if ws-histv-status <> "00" then
                   display "ERRO AO ABRIR O HISTORICO - STATUS " ws-histv-status
                   set ws-execucao-abortada to true
                   move 8 to return-code
               else

                   open output histt-arq

                   perform until ws-arquivo-fim
                              or ws-execucao-abortada

                       read histv-arq
                           at end
                               set ws-arquivo-fim to true
                           not at end
                               perform monta-historico-novo
                       end-read

                   end-perform

                   close histt-arq
                   close histv-arq

                   if not ws-execucao-abortada then
                       perform regrava-historico
                   end-if

               end-if

           end-if

           .
       converte-historico-exit.
           exit.

      *>    Aposta anterior ao calendario nao tem concurso: fica zero, e a
      *>    apuracao do Programa6 a confere contra o primeiro sorteio
      *>    publicado a partir da data dela.

       monta-historico-novo section.

           move histv-dados     to histt-dados
           move histv-protocolo to histt-protocolo
           move zero            to histt-concurso

           write histt-registro

           if ws-histt-status <> "00" then
               display "ERRO AO GRAVAR O HISTCONV - STATUS " ws-histt-status
                       " - HISTORICO PRESERVADO"
               set ws-execucao-abortada to true
               move 8 to return-code
           else
               add 1 to ws-tot-historicos
           end-if

           .
       monta-historico-novo-exit.
           exit.

       regrava-historico section.

           move spaces to ws-fim-arquivo

           open input  histt-arq
           open output histn-arq

           perform until ws-arquivo-fim

               read histt-arq
                   at end
                       set ws-arquivo-fim to true
                   not at end
                       move histt-registro to histn-registro
                       write histn-registro

                       if ws-histn-status <> "00" then
                           display "ERRO AO REGRAVAR O HISTORICO - STATUS "
                                   ws-histn-status
                                   " - RECUPERE DO HISTCONV E NAO REEXECUTE"
                           set ws-execucao-abortada to true
                           set ws-arquivo-fim to true
                           move 8 to return-code
                       end-if
               end-read

           end-perform

           close histt-arq
           close histn-arq

           .
       regrava-historico-exit.
           exit.

       *>======================================================================
       *>  Converter o TRANSACOES (Ganha Concurso, Loterica e Terminal)
       *>======================================================================

       converte-transacoes section.

           move spaces to ws-fim-arquivo

           open input trnv-arq

           if ws-trnv-status = "35" then
               display "TRANSACOES NAO ENCONTRADO - NADA A CONVERTER"
           else

               if ws-trnv-status <> "00" then
                   display "ERRO AO ABRIR O TRANSACOES - STATUS " ws-trnv-status
                   set ws-execucao-abortada to true
                   move 8 to return-code
               else

                   open output trnt-arq

                   perform until ws-arquivo-fim
                              or ws-execucao-abortada

                       read trnv-arq
                           at end
                               set ws-arquivo-fim to true
                           not at end
                               perform monta-transacao-nova
                       end-read

                   end-perform

                   close trnt-arq
                   close trnv-arq

                   if not ws-execucao-abortada then
                       perform regrava-transacoes
                   end-if

               end-if

           end-if

           .
       converte-transacoes-exit.
           exit.

      *>    Venda anterior ao cadastro de lotericas fica com loterica e
      *>    terminal zero (sede) - o acerto semanal do Programa27 nao a
      *>    atribui a nenhuma loterica.

       monta-transacao-nova section.

           move trnv-apostador-id    to trnt-apostador-id
           move trnv-data            to trnt-data
           move trnv-hora            to trnt-hora
           move trnv-qtd-escolhida   to trnt-qtd-escolhida
           move trnv-valor           to trnt-valor
           move trnv-contagem        to trnt-contagem
           move trnv-limite-excedido to trnt-limite-excedido
           move trnv-protocolo       to trnt-protocolo
           move trnv-tipo            to trnt-tipo
           move zero                 to trnt-concurso
           move zero                 to trnt-loterica
           move zero                 to trnt-terminal
      *>    Origem dos numeros desconhecida nas apostas antigas: fica em
      *>    branco (nem surpresinha nem escolhida) no relatorio mensal.
           move spaces               to trnt-surpresinha
           move 01                   to trnt-teimosinha

           write trnt-registro

           if ws-trnt-status <> "00" then
               display "ERRO AO GRAVAR O TRNCONV - STATUS " ws-trnt-status
                       " - TRANSACOES PRESERVADO"
               set ws-execucao-abortada to true
               move 8 to return-code
           else
               add 1 to ws-tot-transacoes
           end-if

           .
       monta-transacao-nova-exit.
           exit.

       regrava-transacoes section.

           move spaces to ws-fim-arquivo

           open input  trnt-arq
           open output trnn-arq

           perform until ws-arquivo-fim

               read trnt-arq
                   at end
                       set ws-arquivo-fim to true
                   not at end
                       move trnt-registro to trnn-registro
                       write trnn-registro

                       if ws-trnn-status <> "00" then
                           display "ERRO AO REGRAVAR O TRANSACOES - STATUS "
                                   ws-trnn-status
                                   " - RECUPERE DO TRNCONV E NAO REEXECUTE"
                           set ws-execucao-abortada to true
                           set ws-arquivo-fim to true
                           move 8 to return-code
                       end-if
               end-read

           end-perform

           close trnt-arq
           close trnn-arq

           .
       regrava-transacoes-exit.
           exit.

       *>======================================================================
       *>  Converter o PAGAMENTOS (Ganha IR, Valor Liquido e Loterica)
       *>======================================================================

       converte-pagamentos section.

           move spaces to ws-fim-arquivo

           open input pagv-arq

           if ws-pagv-status = "35" then
               display "PAGAMENTOS NAO ENCONTRADO - NADA A CONVERTER"
           else

               if ws-pagv-status <> "00" then
                   display "ERRO AO ABRIR O PAGAMENTOS - STATUS " ws-pagv-status
                   set ws-execucao-abortada to true
                   move 8 to return-code
               else

                   open output pagt-arq

                   perform until ws-arquivo-fim
                              or ws-execucao-abortada

                       read pagv-arq
                           at end
                               set ws-arquivo-fim to true
                           not at end
                               perform monta-pagamento-novo
                       end-read

                   end-perform

                   close pagt-arq
                   close pagv-arq

                   if not ws-execucao-abortada then
                       perform regrava-pagamentos
                   end-if

               end-if

           end-if

           .
       converte-pagamentos-exit.
           exit.

      *>    Pagamento anterior a retencao na fonte saiu sem imposto: o
      *>    liquido e o proprio valor pago; prescricao fica zerada.

       monta-pagamento-novo section.

           move pagv-dados to pagt-dados
           move pagv-valor to pagt-valor
           move pagv-acao  to pagt-acao
           move zero       to pagt-valor-ir
           move zero       to pagt-loterica

           if pagv-acao = "P" then
               move pagv-valor to pagt-valor-liquido
           else
               move zero       to pagt-valor-liquido
           end-if

           write pagt-registro

           if ws-pagt-status <> "00" then
               display "ERRO AO GRAVAR O PAGCONV - STATUS " ws-pagt-status
                       " - PAGAMENTOS PRESERVADO"
               set ws-execucao-abortada to true
               move 8 to return-code
           else
               add 1 to ws-tot-pagamentos
           end-if

           .
       monta-pagamento-novo-exit.
           exit.

       regrava-pagamentos section.

           move spaces to ws-fim-arquivo

           open input  pagt-arq
           open output pagn-arq

           perform until ws-arquivo-fim

               read pagt-arq
                   at end
                       set ws-arquivo-fim to true
                   not at end
                       move pagt-registro to pagn-registro
                       write pagn-registro

                       if ws-pagn-status <> "00" then
                           display "ERRO AO REGRAVAR O PAGAMENTOS - STATUS "
                                   ws-pagn-status
                                   " - RECUPERE DO PAGCONV E NAO REEXECUTE"
                           set ws-execucao-abortada to true
                           set ws-arquivo-fim to true
                           move 8 to return-code
                       end-if
               end-read

           end-perform

           close pagt-arq
           close pagn-arq

           .
       regrava-pagamentos-exit.
           exit.

       *>======================================================================
       *>  Converter o LOTEREJEITADOS (Ganha Loterica e Terminal)
       *>======================================================================

       converte-rejeitados section.

           move spaces to ws-fim-arquivo

           open input rejv-arq

           if ws-rejv-status = "35" then
               display "LOTEREJEITADOS NAO ENCONTRADO - NADA A CONVERTER"
           else

               if ws-rejv-status <> "00" then
                   display "ERRO AO ABRIR O LOTEREJEITADOS - STATUS "
                           ws-rejv-status
                   set ws-execucao-abortada to true
                   move 8 to return-code
               else

                   open output rejt-arq

                   perform until ws-arquivo-fim
                              or ws-execucao-abortada

                       read rejv-arq
                           at end
                               set ws-arquivo-fim to true
                           not at end
                               perform monta-rejeitado-novo
                       end-read

                   end-perform

                   close rejt-arq
                   close rejv-arq

                   if not ws-execucao-abortada then
                       perform regrava-rejeitados
                   end-if

               end-if

           end-if

           .
       converte-rejeitados-exit.
           exit.

      *>    Lote recusado antes do cadastro de lotericas fica com loterica
      *>    e terminal zero (sede), como a venda antiga no TRANSACOES.

       monta-rejeitado-novo section.

           move rejv-lote          to rejt-lote
           move zero               to rejt-loterica
           move zero               to rejt-terminal
           move rejv-motivo-codigo to rejt-motivo-codigo
           move rejv-motivo-descr  to rejt-motivo-descr

           write rejt-registro

           if ws-rejt-status <> "00" then
               display "ERRO AO GRAVAR O REJCONV - STATUS " ws-rejt-status
                       " - LOTEREJEITADOS PRESERVADO"
               set ws-execucao-abortada to true
               move 8 to return-code
           else
               add 1 to ws-tot-rejeitados
           end-if

           .
       monta-rejeitado-novo-exit.
           exit.

       regrava-rejeitados section.

           move spaces to ws-fim-arquivo

           open input  rejt-arq
           open output rejn-arq

           perform until ws-arquivo-fim

               read rejt-arq
                   at end
                       set ws-arquivo-fim to true
                   not at end
                       move rejt-registro to rejn-registro
                       write rejn-registro

                       if ws-rejn-status <> "00" then
                           display "ERRO AO REGRAVAR O LOTEREJEITADOS - STATUS "
                                   ws-rejn-status
                                   " - RECUPERE DO REJCONV E NAO REEXECUTE"
                           set ws-execucao-abortada to true
                           set ws-arquivo-fim to true
                           move 8 to return-code
                       end-if
               end-read

           end-perform

           close rejt-arq
           close rejn-arq

           .
       regrava-rejeitados-exit.
           exit.

       *>======================================================================
       *>  Gravar o Marcador e Exibir o Resumo da Conversao
       *>======================================================================

       grava-marcador-conversao section.

           accept ws-data-hoje  from date yyyymmdd
           accept ws-hora-agora from time

           open output cnv-arq

           move ws-data-hoje  to cnv-data
           move ws-hora-agora to cnv-hora

           write cnv-registro

           close cnv-arq

           .
       grava-marcador-conversao-exit.
           exit.

       exibe-resumo-conversao section.

           display "CONVERSAO DE LAYOUT CONCLUIDA"
           display "HISTORICO CONVERTIDOS......: " ws-tot-historicos
           display "TRANSACOES CONVERTIDOS.....: " ws-tot-transacoes
           display "PAGAMENTOS CONVERTIDOS.....: " ws-tot-pagamentos
           display "LOTEREJEITADOS CONVERTIDOS.: " ws-tot-rejeitados

           .
       exibe-resumo-conversao-exit.
           exit.

       finaliza section.

           stop run

           .
       finaliza-exit.
           exit.
