      *----------------------------------------------------------------*
       FD  PENDING-APPROVALS-FILE.
       01  PENDING-APPROVAL-RECORD.
      *    IBAN / WHTB / FLEET / PUBTAX / REMUN:
           05 PA-TIPO      PIC X(6).
           05 PA-KEY       PIC X(13).
      *    imagem da linha/campo novo a aplicar quando aprovado:
