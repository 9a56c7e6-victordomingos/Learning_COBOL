      *----------------------------------------------------------------*
      * Shared rental-customer master record. COPY into FILE SECTION.
      * One record per rental customer: number, name, document id,
      * phone and status (A = ativo, B = blacklist), plus driving
      * licence (number, categories, issue and expiry dates) and date
      * of birth for the driver eligibility checks (DRVELIG).
      * RESERVATIONS and PRODUCAO1-ALUGUER both refuse blacklisted
      * customers -- the person who abandoned a damaged car last year
      * stops renting again tomorrow under a bare name-and-initial.
      * E-mail and preferred channel drive the SMS/e-mail
      * notifications (NOTFP).
      *----------------------------------------------------------------*
       FD  RENTAL-CUSTOMER-FILE.
       01  RENTAL-CUSTOMER-RECORD.
           05 RCU-DOC    PIC X(12).
           05 RCU-PHONE  PIC X(12).
           05 RCU-STATUS PIC X.
      *    carta de conducao: numero, categorias (ate 4, de 3
      *    posicoes), emissao e validade; e data de nascimento:
           05 RCU-CARTA      PIC X(15).
           05 RCU-CATEGORIAS PIC X(12).
           05 RCU-EMISSAO    PIC 9(8).
           05 RCU-VALIDADE   PIC 9(8).
           05 RCU-NASCIMENTO PIC 9(8).
      *    contacto para avisos: e-mail e canal preferido (S = SMS
      *    para o telefone, E = e-mail, branco = so carta/balcao):
           05 RCU-EMAIL      PIC X(40).
           05 RCU-CANAL      PIC X.
