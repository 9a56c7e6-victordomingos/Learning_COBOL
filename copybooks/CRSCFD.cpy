      *    propina do curso, faturada na conta-corrente do aluno no
      *    ato da inscricao (zero = curso sem propina):
           05 CC-PROPINA    PIC 9(5)V99.
      *    ano de escolaridade a que o curso pertence (zero = fora da
      *    progressao por anos); a promocao de fim de ano propoe as
      *    inscricoes do ano seguinte a partir dele:
           05 CC-ANO-ESCOLAR PIC 99.
      *    creditos que o curso vale para a conclusao de um programa
      *    (ver o ficheiro de requisitos dos programas):
           05 CC-CREDITOS   PIC 99.
