      *----------------------------------------------------------------
      * Shared business-day calendar fields - the DIAUTIL.cpy/
      * DIAUTILP.cpy pair. FERIADOS.DAT carrega um feriado por linha
      * (FERIADOREC.cpy); valem os nacionais e os locais da filial do
      * FILIAL.DAT; fim de semana e derivado do dia da semana. Todo
      * programa que carimba data de validade ou de pagamento usa
      * PROXIMO-DIA-UTIL em vez de aceitar a data crua: move a data
      * para WS-DU-DATA, PERFORM PROXIMO-DIA-UTIL e leia a data
      * conferir, PERFORM VERIFICA-DIA-UTIL e teste DIA-UTIL. Os
      * feriados sao carregados na primeira chamada; sem arquivo, so
      * os fins de semana contam. Requer o programa chamador declarar
      * FERIADOS (SELECT ASSIGN "FERIADOS.DAT" + FD RECORD CONTAINS 42
      * com COPY "FERIADOREC.cpy"), FILIAL-PARM (SELECT ASSIGN
      * "FILIAL.DAT" + FD, registro FILIAL-PARM-REC PIC X(3)),
      * WS-FER-STATUS PIC XX e WS-FIL-STATUS PIC XX.
      *----------------------------------------------------------------
       77  WS-DU-DATA        PIC 9(8) VALUE 0.
       77  WS-DU-INT         PIC 9(8) VALUE 0.
       77  WS-DU-EOF         PIC X VALUE "N".
           88  EOF-FERIADOS         VALUE "Y".
       77  WS-DU-COUNT       PIC 9(3) VALUE 0.
       77  WS-DU-FILIAL      PIC X(3) VALUE "001".
       01  WS-DU-TABELA.
           05  WS-DU-FERIADO OCCURS 999 TIMES PIC 9(8).
       77  WS-DU-I           PIC 9(4).
       77  WS-DU-VOLTAS      PIC 9(3) VALUE 0.
