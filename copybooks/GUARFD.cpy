      *----------------------------------------------------------------*
      * Shared guardian-contacts record. COPY into FILE SECTION. The
      * family contacts of each student, keyed by ST-NUMERO plus a
      * guardian sequence (a student may have more than one
      * guardian, and each one gets a separate letter from
      * PARENT-LETTERS). E-mail and preferred channel drive the
      * SMS/e-mail notifications about the student (NOTFP).
      *----------------------------------------------------------------*
       FD  GUARDIAN-FILE.
       01  GUARDIAN-RECORD.
           05 GU-NUMERO     PIC 9(5).
           05 GU-SEQ        PIC 9.
           05 GU-NOME       PIC X(30).
      *    relacao com o aluno (MAE, PAI, AVO, TUTOR...):
           05 GU-RELACAO    PIC X(12).
           05 GU-MORADA     PIC X(40).
           05 GU-CPOSTAL    PIC X(8).
           05 GU-LOCALIDADE PIC X(20).
           05 GU-TELEFONE   PIC X(15).
      *    canal preferido para avisos (S = SMS, E = e-mail, branco =
      *    so carta):
           05 GU-EMAIL      PIC X(40).
           05 GU-CANAL      PIC X.
