      *----------------------------------------------------------------*
      * Shared programme-requirements working-storage. COPY into
      * WORKING-STORAGE SECTION, with CRSCWS.cpy and STUDMWS.cpy.
      * See PRQP.cpy for the load and degree-audit paragraphs. After
      * AUDIT-PROGRAMME-PROCEDURE every requirement row of the
      * programme carries its state in WS-RQ-ESTADO:
      *   C  concluido;  I  em curso (inscrito, ou o grupo/total fica
      *   cumprido com as inscricoes atuais);  F  em falta;  espaco
      *   = curso de opcao nao frequentado.
      *----------------------------------------------------------------*
       01  WS-PRQ-PATH      PIC X(60)
           VALUE "..\programme-requirements.txt".
       01  WS-PRQ-STATUS    PIC XX.
       01  WS-PRQ-ENV-VALUE PIC X(60).

       01  WS-PRQ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PRQ-TABLE.
           05 WS-PRQ-ENTRY OCCURS 300 TIMES INDEXED BY RQ-IDX RQ-IDX2.
               10 WS-RQ-PROGRAMA PIC X(8).
               10 WS-RQ-TIPO     PIC X.
               10 WS-RQ-GRUPO    PIC X(4).
               10 WS-RQ-CURSO    PIC X(8).
               10 WS-RQ-CREDITOS PIC 999.
      *        preenchidos pela auditoria:
               10 WS-RQ-ESTADO   PIC X.
               10 WS-RQ-OBTIDOS  PIC 999.
               10 WS-RQ-CURSANDO PIC 999.
               10 WS-RQ-NOTA     PIC 99V99.
       01  WS-PRQ-OVERFLOW PIC X VALUE "N".

      * entrada da auditoria: o aluno, o programa e os cursos em que
      * o aluno esta inscrito neste momento (carregados pelo
      * programa que chama, a partir das inscricoes):
       01  WS-AU-NUMERO     PIC 9(5).
       01  WS-AU-PROGRAMA   PIC X(8).
       01  WS-AU-INSC-COUNT PIC 99.
       01  WS-AU-INSC-TABLE.
           05 WS-AU-INSC-CURSO PIC X(8) OCCURS 30 TIMES
               INDEXED BY AI-IDX.

      * resultado da auditoria:
      *    "N" quando o programa nao tem requisitos no ficheiro:
       01  WS-AU-DEFINIDO      PIC X.
       01  WS-AU-COMPLETO      PIC X.
       01  WS-AU-NOME          PIC X(20).
       01  WS-AU-CRED-EXIGIDOS PIC 999.
       01  WS-AU-CRED-OBTIDOS  PIC 999.
       01  WS-AU-CRED-CURSANDO PIC 999.
       01  WS-AU-N-CONCLUIDOS  PIC 99.
       01  WS-AU-N-CURSANDO    PIC 99.
       01  WS-AU-N-EM-FALTA    PIC 99.
      *    media das notas finais ponderada pelos creditos:
       01  WS-AU-MEDIA         PIC 99V99.
       01  WS-AU-SOMA          PIC 9(6)V99.
       01  WS-AU-DUP           PIC X.
