      *----------------------------------------------------------------*
      * Shared customer-notification outbox record. COPY into FILE
      * SECTION. One record per SMS or e-mail a program wants sent
      * to a customer (reservation pickup reminder, overdue rental,
      * fleet-account dunning, student statement, diploma ready):
      * recipient, channel and address taken from the contact
      * preferences on the customer master, a template code the
      * messaging provider holds the wording for, and up to five
      * template variables. NOTIFICATION-OUTBOX hands the pending
      * ones over to the provider and imports the delivery status
      * back.
      *----------------------------------------------------------------*
       FD  NOTIFICATION-OUTBOX-FILE.
       01  NOTIFICATION-RECORD.
      *    identificador da mensagem (data, hora e sequencia), o que
      *    o fornecedor devolve no ficheiro de estados:
           05 NT-MSG-ID    PIC X(20).
           05 NT-DATA      PIC 9(8).
           05 NT-PROGRAMA  PIC X(22).
           05 NT-MODELO    PIC X(12).
      *    referencia do negocio (reserva, contrato, conta, aluno...);
      *    com o modelo e o destino evita a mesma mensagem duas vezes:
           05 NT-REF       PIC X(20).
      *    S = SMS, E = e-mail:
           05 NT-CANAL     PIC X.
           05 NT-DESTINO   PIC X(40).
           05 NT-NOME      PIC X(30).
           05 NT-VAR       PIC X(30) OCCURS 5 TIMES.
      *    P = por enviar, E = entregue ao fornecedor, D = entregue ao
      *    cliente, F = falhou (para seguimento):
           05 NT-ESTADO    PIC X.
           05 NT-DATA-ENVIO  PIC 9(8).
           05 NT-DATA-ESTADO PIC 9(8).
           05 NT-MOTIVO    PIC X(30).
