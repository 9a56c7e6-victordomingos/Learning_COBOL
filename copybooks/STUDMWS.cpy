      * programas que REGRAVAM o master a partir da tabela tem de
      * recusar-se a gravar, senao truncariam o historico:
       01  WS-STUDENT-OVERFLOW     PIC X VALUE "N".
      * linhas no ficheiro (todas, mesmo alem da tabela): numero da
      * linha de cada historico acrescentado, para o recovery journal:
       01  WS-STUDENT-ROWS         PIC 9(6) VALUE ZERO.
