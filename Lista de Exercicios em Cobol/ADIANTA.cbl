       COPY "ADIANREC.cpy".

       FD  FOLHA-CONFIRMADA
           RECORD CONTAINS 60 CHARACTERS.
       01  FOLHA-CONFIRMADA-REC.
           05  FC-VENDEDOR-ID       PIC X(6).
           05  FC-BRUTO             PIC 9(7)V99.
      *    dos outros descontos (recorrentes/adiantamentos) na
      *    contabilizacao. Em branco = registro antigo.
           05  FC-IRRF              PIC 9(7)V99.
      *    FC-FGTS: deposito do FGTS (8% do bruto) calculado na
      *    liberacao. Em branco = registro antigo.
           05  FC-FGTS              PIC 9(7)V99.

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
           MOVE 0              TO FC-INSS
           MOVE 0              TO FC-INSS-PATRONAL
           MOVE 0              TO FC-IRRF
           MOVE 0              TO FC-FGTS
           WRITE FOLHA-CONFIRMADA-REC.

       COPY "DATANEGP.cpy".
