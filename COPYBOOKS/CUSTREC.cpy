      *----------------------------------------------------------------
      * CUSTOMER-MASTER record layout - shared by IDADE (age batch),
      * CUSTMNT (online maintenance) and any program that reads the
      * customer roster. CUSTMAST.DAT is an INDEXED file with RECORD
      * KEY CM-CUSTOMER-ID: online programs read and rewrite one
      * record by key, batch readers use ACCESS SEQUENTIAL (key
      * order). MESTIDX converts the old sequential file and unloads
      * it to CUSTMAST.UNL (same 61-byte layout) for backups and
      * archive tools.
      *----------------------------------------------------------------
       01  CUSTOMER-MASTER-REC.
           05  CM-CUSTOMER-ID       PIC X(6).
               88  CM-FALECIDO           VALUE "F".
               88  CM-ARQUIVADO          VALUE "X".
           05  CM-FILLER            PIC X(1).
      *    Documento fiscal do comprador para a nota fiscal: CPF
      *    (11 digitos, alinhado a esquerda) ou CNPJ (14 digitos),
      *    validado pelo digito verificador na captura. Em branco nos
      *    registros anteriores ao campo - esses saem na lista de
      *    pendencias do CUSTMNT e nao convertem cotacao no CARRO.
           05  CM-DOC-TIPO          PIC X.
               88  CM-DOC-CPF            VALUE "F".
               88  CM-DOC-CNPJ           VALUE "J".
               88  CM-SEM-DOCUMENTO      VALUE SPACE.
           05  CM-DOC-NUMERO        PIC X(14).
