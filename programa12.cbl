               10  hist-tempo-seg                    pic 9(02).
           05  hist-apostador-id                     pic x(15).
           05  hist-protocolo                        pic 9(09).
           05  hist-concurso                         pic 9(05).

      *>    Layout espelhado do log de transacoes gravado pelo Programa2 -
      *>    esse programa apenas lê o que já foi registrado.
           05  trn-tipo                              pic x(01).
               88  trn-tipo-aposta                   value "A" " ".
               88  trn-tipo-estorno                  value "E".
           05  trn-concurso                          pic 9(05).
           05  trn-loterica                          pic 9(05).
           05  trn-terminal                          pic 9(03).
           05  trn-surpresinha                       pic x(01).
               88  trn-numeros-surpresinha           value "S".
           05  trn-teimosinha                        pic 9(02).

      *>    Layout espelhado do arquivo de premios gravado pelo Programa6.
       fd  prm-arq
