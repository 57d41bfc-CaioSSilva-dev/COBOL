               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT EXCECAO-BANCO ASSIGN TO "BANKEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  VENDEDOR-BANCO
           RECORD CONTAINS 23 CHARACTERS.
           05  BL-POS-RET-SIT    PIC 9(3).

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  EXCECAO-BANCO
       01  EXCECAO-BANCO-REC        PIC X(60).

       FD  FERIADOS
           RECORD CONTAINS 42 CHARACTERS.
       COPY "FERIADOREC.cpy".

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       FD  PAGAMENTOS
           RECORD CONTAINS 28 CHARACTERS.
       01  PAGAMENTOS-REC.
           05  PG-VENDEDOR-ID       PIC X(6).
           05  PG-VALOR             PIC 9(7)V99.
               88  PG-LIQUIDADO            VALUE "L".
               88  PG-REJEITADO            VALUE "R".
           05  FILLER               PIC X(4).
      *    Data de pagamento da remessa - o debito que a conciliacao
      *    bancaria (CONCBANC) procura no extrato.
           05  PG-DATA-PGTO         PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "DIAUTIL.cpy".
       77  WS-QTD-BANCO     PIC 9(6) VALUE 0.
       77  WS-TOT-BANCO     PIC 9(9)V99 VALUE 0.
       77  WS-FER-STATUS    PIC XX VALUE SPACES.
       77  WS-FIL-STATUS    PIC XX VALUE SPACES.
       77  WS-CONF-STATUS   PIC XX VALUE SPACES.
       77  WS-BANK-STATUS   PIC XX VALUE SPACES.
       77  WS-REM-STATUS    PIC XX VALUE SPACES.
           MOVE SPACES TO PAGAMENTOS-REC
           MOVE FC-VENDEDOR-ID TO PG-VENDEDOR-ID
           MOVE FC-LIQUIDO     TO PG-VALOR
           MOVE WS-HOJE        TO PG-DATA-PGTO
           SET PG-ENVIADO TO TRUE
           WRITE PAGAMENTOS-REC.

