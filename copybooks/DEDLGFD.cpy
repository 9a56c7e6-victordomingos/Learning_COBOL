      *    acima do limite diario isento); zero nos programas que
      *    nao o pagam:
           05 DL-MEAL       PIC 9(7)V99.
      *    contribuicao da entidade patronal para a seguranca social
      *    (encargo da empresa, nao retido ao empregado); linhas
      *    antigas nao a trazem, por isso quem le testa NUMERIC:
           05 DL-EMPLOYER-SS PIC 9(7)V99.
