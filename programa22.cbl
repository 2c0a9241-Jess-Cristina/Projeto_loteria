      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa22". *> Projeto loteria
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

      *>    Log de pagamentos e prescricoes de premio gravado pelo
      *>    Programa11 - as linhas "P" trazem o bruto e o liquido de cada
      *>    premio pago e as linhas "R" o IR retido na fonte.
           select pag-arq assign to "PAGAMENTOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-pag-status.

      *>    Cadastro mestre de apostadores, mantido pelo Programa5 - nome
      *>    e documento do beneficiario no informe.
           select cad-arq assign to "APOSTADORES"
                  organization is indexed
                  access mode is random
                  record key is cad-apostador-id
                  file status is ws-cad-status.

      *>    Parametro opcional com o ano-calendario do informe (AAAA). Se
      *>    nao existir, o informe sai para o ano anterior ao corrente.
           select par-arq assign to "INFORMEPARAM"
                  organization is sequential
                  access mode is sequential
                  file status is ws-par-status.

      *>    Informes de rendimentos impressos, um por apostador.
           select rel-arq assign to "RELINFORME"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-rel-status.

      *>    Arquivo consolidado de retencoes do ano, um registro por
      *>    beneficiario, entregue a contabilidade para a declaracao anual.
           select ret-arq assign to "RETENCOESIR"
                  organization is sequential
                  access mode is sequential
                  file status is ws-ret-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Layout espelhado do log de pagamentos gravado pelo Programa11.
       fd  pag-arq
           label records are standard.

       01  pag-registro.
           05  pag-protocolo                         pic 9(09).
           05  pag-apostador-id                      pic x(15).
           05  pag-documento                         pic x(14).
           05  pag-operador                          pic x(15).
           05  pag-data.
               10  pag-data-ano                      pic 9(04).
               10  pag-data-mes                      pic 9(02).
               10  pag-data-dia                      pic 9(02).
           05  pag-hora.
               10  pag-hora-hh                       pic 9(02).
               10  pag-hora-mm                       pic 9(02).
               10  pag-hora-ss                       pic 9(02).
           05  pag-faixa                             pic 9(02).
           05  pag-valor                             pic 9(09)v9(02).
           05  pag-acao                              pic x(01).
               88  pag-acao-pagamento                value "P".
               88  pag-acao-prescricao               value "X".
               88  pag-acao-retencao-ir              value "R".
           05  pag-valor-ir                          pic 9(09)v9(02).
           05  pag-valor-liquido                     pic 9(09)v9(02).
           05  pag-loterica                          pic 9(05).

      *>    Layout espelhado do cadastro de apostadores mantido pelo
      *>    Programa5 - esse programa apenas consulta o que foi cadastrado.
       fd  cad-arq
           label records are standard.

       01  cad-registro.
           05  cad-apostador-id                      pic x(15).
           05  cad-nome                              pic x(30).
           05  cad-documento                         pic x(14).
           05  cad-situacao                          pic x(01).
               88  cad-ativo                         value "A".
               88  cad-bloqueado                     value "B".

      *>    Registro unico com o ano-calendario do informe (AAAA).
       fd  par-arq
           label records are standard.

       01  par-registro.
           05  par-ano                               pic 9(04).

       fd  rel-arq
           label records are standard.

       01  rel-registro                              pic x(80).

       fd  ret-arq
           label records are standard.

       01  ret-registro.
           05  ret-ano                               pic 9(04).
           05  ret-apostador-id                      pic x(15).
           05  ret-documento                         pic x(14).
           05  ret-nome                              pic x(30).
           05  ret-qtd-pagamentos                    pic 9(05).
           05  ret-valor-bruto                       pic 9(11)v9(02).
           05  ret-valor-ir                          pic 9(11)v9(02).
           05  ret-valor-liquido                     pic 9(11)v9(02).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-pag-status                            pic x(02) value "00".

       01  ws-pag-chave                             pic x(01) value spaces.
           88  ws-pag-fim                           value "F".

       77  ws-cad-status                            pic x(02) value "00".

       77  ws-par-status                            pic x(02) value "00".

       77  ws-rel-status                            pic x(02) value "00".

       77  ws-ret-status                            pic x(02) value "00".

       01  ws-cad-aberto                            pic x(01) value "N".
           88  ws-cad-disponivel                    value "S".
           88  ws-cad-indisponivel                  value "N".

       77  ws-idx-1                                 pic 9(03) comp.

       77  ws-idx-2                                 pic 9(03) comp.

       77  ws-idx-benef                             pic 9(03) comp value zero.

       01  ws-data-hoje.
           05  ws-data-hoje-ano                     pic 9(04).
           05  ws-data-hoje-mes                     pic 9(02).
           05  ws-data-hoje-dia                     pic 9(02).

       77  ws-ano-calendario                        pic 9(04) value zero.

      *>    Totais do ano por beneficiario, acumulados numa passada do
      *>    PAGAMENTOS (o log sai na ordem das baixas) e emitidos em
      *>    ordem de identificacao do apostador.
       01  ws-beneficiarios.
           05  ws-ben-item occurs 500 times.
               10  ws-ben-apostador-id               pic x(15).
               10  ws-ben-documento                  pic x(14).
               10  ws-ben-qtd                        pic 9(05).
               10  ws-ben-bruto                      pic 9(11)v9(02).
               10  ws-ben-ir                         pic 9(11)v9(02).
               10  ws-ben-liquido                    pic 9(11)v9(02).

       77  ws-ben-qtde                              pic 9(03) comp value zero.

       01  ws-ben-lotada                            pic x(01) value "N".
           88  ws-ben-cheia                         value "S".
           88  ws-ben-com-espaco                    value "N".

      *>    Area de troca da ordenacao da tabela de beneficiarios.
       01  ws-ben-troca                             pic x(73).

      *>    Totais gerais do informe.
       77  ws-tot-beneficiarios                     pic 9(06) comp value zero.
       77  ws-tot-bruto                             pic 9(11)v9(02) value zero.
       77  ws-tot-ir                                pic 9(11)v9(02) value zero.
       77  ws-tot-liquido                           pic 9(11)v9(02) value zero.

       77  ws-nome                                  pic x(30) value spaces.
       77  ws-documento                             pic x(14) value spaces.

      *>    Campos editados do relatorio.
       77  ws-rel-valor-ed                          pic zzzzzzzzzz9,99.
       77  ws-rel-qtd-ed                            pic zzzz9.

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

           perform obtem-ano-calendario

           open output rel-arq
           open output ret-arq

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal
       *>======================================================================
      *>    Acumula o ano-calendario por beneficiario a partir do log de
      *>    pagamentos e emite, para cada um, o informe de rendimentos e
      *>    o registro consolidado de retencao.

       procedimento section.

           open input pag-arq

           if ws-pag-status <> "00" then
               display "AVISO: ARQUIVO PAGAMENTOS NAO ENCONTRADO, INFORME FICARA VAZIO"
               move 4 to return-code
           else

               perform until ws-pag-fim

                   read pag-arq
                       at end
                           set ws-pag-fim to true
                       not at end
                           if pag-data-ano = ws-ano-calendario then
                               perform acumula-pagamento
                           end-if
                   end-read

               end-perform

               close pag-arq

           end-if

           perform ordena-beneficiarios

           open input cad-arq

           if ws-cad-status = "00" then
               set ws-cad-disponivel to true
           else
               display "AVISO: CADASTRO DE APOSTADORES INDISPONIVEL - STATUS "
                       ws-cad-status " - INFORME SAI SEM O NOME DO BENEFICIARIO"
               move 4 to return-code
           end-if

           if ws-ben-qtde = zero then
               perform emite-cabecalho-informe
               move "NENHUM PREMIO PAGO NO ANO-CALENDARIO" to rel-registro
               write rel-registro
           end-if

           perform varying ws-idx-benef from 1 by 1
                   until ws-idx-benef > ws-ben-qtde
               perform emite-informe-beneficiario
           end-perform

           if ws-cad-disponivel then
               close cad-arq
           end-if

           perform emite-totais-informe

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Obter o Ano-Calendario (Parametro ou Ano Anterior)
       *>======================================================================

       obtem-ano-calendario section.

           accept ws-data-hoje from date yyyymmdd

           compute ws-ano-calendario = ws-data-hoje-ano - 1

           open input par-arq

           if ws-par-status = "00" then

               read par-arq
                   not at end
                       if par-ano is numeric
                       and par-ano > zero then
                           move par-ano to ws-ano-calendario
                       end-if
               end-read

               close par-arq

           end-if

           .
       obtem-ano-calendario-exit.
           exit.

       *>======================================================================
       *>  Acumular uma Linha do Log de Pagamentos no Beneficiario
       *>======================================================================
      *>    Linha "P" soma o bruto e o liquido do premio pago; linha "R"
      *>    soma o IR retido. Prescricao nao e rendimento e fica de fora.

       acumula-pagamento section.

           if pag-acao-pagamento
           or pag-acao-retencao-ir then

               perform localiza-beneficiario

               if ws-idx-benef > zero then

                   if pag-acao-pagamento then
                       add 1                 to ws-ben-qtd     (ws-idx-benef)
                       add pag-valor         to ws-ben-bruto   (ws-idx-benef)
                       add pag-valor-liquido to ws-ben-liquido (ws-idx-benef)
                   else
                       add pag-valor         to ws-ben-ir      (ws-idx-benef)
                   end-if

               end-if

           end-if

           .
       acumula-pagamento-exit.
           exit.

       localiza-beneficiario section.

           move zero to ws-idx-benef

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-ben-qtde
               if ws-ben-apostador-id (ws-idx-1) = pag-apostador-id then
                   move ws-idx-1 to ws-idx-benef
               end-if
           end-perform

           if ws-idx-benef = zero then

               if ws-ben-qtde < 500 then

                   add 1 to ws-ben-qtde
                   move ws-ben-qtde to ws-idx-benef

                   move pag-apostador-id to ws-ben-apostador-id (ws-idx-benef)
                   move pag-documento    to ws-ben-documento    (ws-idx-benef)
                   move zero             to ws-ben-qtd          (ws-idx-benef)
                   move zero             to ws-ben-bruto        (ws-idx-benef)
                   move zero             to ws-ben-ir           (ws-idx-benef)
                   move zero             to ws-ben-liquido      (ws-idx-benef)

               else

                   if ws-ben-com-espaco then
                       set ws-ben-cheia to true
                       display "AVISO: LIMITE DE 500 BENEFICIARIOS ATINGIDO - "
                               "INFORME INCOMPLETO"
                       move 4 to return-code
                   end-if

               end-if

           end-if

           .
       localiza-beneficiario-exit.
           exit.

      *>    Ordem crescente de identificacao do apostador.

       ordena-beneficiarios section.

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 >= ws-ben-qtde

               perform varying ws-idx-2 from ws-idx-1 by 1
                       until ws-idx-2 > ws-ben-qtde

                   if ws-ben-apostador-id (ws-idx-2) < ws-ben-apostador-id (ws-idx-1) then
                       move ws-ben-item (ws-idx-1) to ws-ben-troca
                       move ws-ben-item (ws-idx-2) to ws-ben-item (ws-idx-1)
                       move ws-ben-troca           to ws-ben-item (ws-idx-2)
                   end-if

               end-perform

           end-perform

           .
       ordena-beneficiarios-exit.
           exit.

       *>======================================================================
       *>  Emitir o Informe de Rendimentos de um Beneficiario
       *>======================================================================
      *>    Nome e documento vem do cadastro; apostador que saiu do
      *>    cadastro sai com o documento apresentado no balcao.

       emite-informe-beneficiario section.

           move spaces to ws-nome
           move ws-ben-documento (ws-idx-benef) to ws-documento

           if ws-cad-disponivel then

               move ws-ben-apostador-id (ws-idx-benef) to cad-apostador-id

               read cad-arq

               if ws-cad-status = "00" then
                   move cad-nome      to ws-nome
                   move cad-documento to ws-documento
               else
                   move "APOSTADOR FORA DO CADASTRO" to ws-nome
               end-if

           end-if

           perform emite-cabecalho-informe

           move spaces to rel-registro
           string "BENEFICIARIO.............: " ws-nome
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           string "DOCUMENTO................: " ws-documento
                  "   APOSTADOR: " ws-ben-apostador-id (ws-idx-benef)
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           move ws-ben-qtd (ws-idx-benef) to ws-rel-qtd-ed
           move spaces to rel-registro
           string "PREMIOS PAGOS NO ANO.....: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-ben-bruto (ws-idx-benef) to ws-rel-valor-ed
           move spaces to rel-registro
           string "RENDIMENTOS BRUTOS.......: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-ben-ir (ws-idx-benef) to ws-rel-valor-ed
           move spaces to rel-registro
           string "IMPOSTO RETIDO NA FONTE..: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-ben-liquido (ws-idx-benef) to ws-rel-valor-ed
           move spaces to rel-registro
           string "VALOR LIQUIDO PAGO.......: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           move "========================================================================"
                to rel-registro
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           move ws-ano-calendario                   to ret-ano
           move ws-ben-apostador-id (ws-idx-benef)  to ret-apostador-id
           move ws-documento                        to ret-documento
           move ws-nome                             to ret-nome
           move ws-ben-qtd          (ws-idx-benef)  to ret-qtd-pagamentos
           move ws-ben-bruto        (ws-idx-benef)  to ret-valor-bruto
           move ws-ben-ir           (ws-idx-benef)  to ret-valor-ir
           move ws-ben-liquido      (ws-idx-benef)  to ret-valor-liquido

           write ret-registro

           if ws-ret-status <> "00" then
               display "ERRO AO GRAVAR O RETENCOESIR - STATUS " ws-ret-status
               move 8 to return-code
           end-if

           add 1                                to ws-tot-beneficiarios
           add ws-ben-bruto   (ws-idx-benef)    to ws-tot-bruto
           add ws-ben-ir      (ws-idx-benef)    to ws-tot-ir
           add ws-ben-liquido (ws-idx-benef)    to ws-tot-liquido

           .
       emite-informe-beneficiario-exit.
           exit.

       emite-cabecalho-informe section.

           move "INFORME DE RENDIMENTOS - PREMIOS DE LOTERIA" to rel-registro
           write rel-registro

           move "IMPOSTO DE RENDA RETIDO NA FONTE" to rel-registro
           write rel-registro

           move spaces to rel-registro
           string "ANO-CALENDARIO...........: " ws-ano-calendario
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move "FONTE PAGADORA...........: PROJETO LOTERIA" to rel-registro
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           .
       emite-cabecalho-informe-exit.
           exit.

       *>======================================================================
       *>  Emitir os Totais Gerais do Ano-Calendario
       *>======================================================================

       emite-totais-informe section.

           move "TOTAIS DO ANO-CALENDARIO" to rel-registro
           write rel-registro

           if ws-ben-cheia then
               move "  ATENCAO: TOTAIS INCOMPLETOS - LIMITE DE 500 BENEFICIARIOS ATINGIDO"
                    to rel-registro
               write rel-registro
           end-if

           move ws-tot-beneficiarios to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  BENEFICIARIOS..........: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-bruto to ws-rel-valor-ed
           move spaces to rel-registro
           string "  RENDIMENTOS BRUTOS.....: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-ir to ws-rel-valor-ed
           move spaces to rel-registro
           string "  IMPOSTO RETIDO.........: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-liquido to ws-rel-valor-ed
           move spaces to rel-registro
           string "  VALOR LIQUIDO PAGO.....: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           display "INFORME DE RENDIMENTOS DO ANO " ws-ano-calendario " CONCLUIDO"
           display "BENEFICIARIOS: " ws-tot-beneficiarios

           .
       emite-totais-informe-exit.
           exit.

       finaliza section.

           close rel-arq
           close ret-arq

           stop run

           .
       finaliza-exit.
           exit.
