      *----------------------------------------------------------------
      * ORDEM-SERVICO record layout - ordem de servico da oficina
      * (ORDSERV.DAT, LINE SEQUENTIAL, numerada pela ordem do
      * arquivo). Aberta no OFICINA a partir da revisao agendada da
      * agenda SERVAGEN.DAT (OS-NF-NUMERO + OS-REV-TIPO) ou como
      * avulsa (NF zero, tipo em branco), sempre contra o chassi. As
      * linhas de peca e mao de obra ficam em ORDSITEM.DAT; no
      * fechamento os totais sao carimbados aqui, a fatura do
      * cliente sai em OSFATURA.DAT e o CONTABIL lanca a receita nas
      * contas da oficina pela data de fechamento.
      *----------------------------------------------------------------
       01  ORDEM-SERVICO-REC.
           05  OS-NUMERO         PIC 9(6).
           05  OS-DATA-ABERTURA  PIC 9(8).
           05  OS-CHASSI         PIC X(17).
           05  OS-NF-NUMERO      PIC 9(6).
           05  OS-REV-TIPO       PIC X(2).
           05  OS-CLIENTE        PIC X(30).
           05  OS-FILIAL         PIC X(3).
           05  OS-SITUACAO       PIC X.
               88  OS-ABERTA            VALUE "A".
               88  OS-FECHADA           VALUE "F".
           05  OS-DATA-FECHAMENTO PIC 9(8).
           05  OS-VLR-PECAS      PIC 9(7)V99.
           05  OS-VLR-MAO-OBRA   PIC 9(7)V99.
           05  OS-CUSTO-PECAS    PIC 9(7)V99.
