               10  hist-tempo-seg                    pic 9(02).
           05  hist-apostador-id                     pic x(15).
           05  hist-protocolo                        pic 9(09).
           05  hist-concurso                         pic 9(05).

      *>    Relatório impresso com o ranking de frequência dos números.
       fd  rel-arq
