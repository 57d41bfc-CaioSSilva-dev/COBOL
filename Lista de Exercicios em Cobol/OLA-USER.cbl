               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT LEADS ASSIGN TO "LEADS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAD-STATUS.
           SELECT ESCALA ASSIGN TO "ESCALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-LOG
       FD  PESSOA-MASTER.
       COPY "PESSOAREC.cpy".

       FD  LEADS
           RECORD CONTAINS 80 CHARACTERS.
       COPY "LEADREC.cpy".

       FD  ESCALA
           RECORD CONTAINS 14 CHARACTERS.
       COPY "ESCALREC.cpy".

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "RECIBO.cpy".
       77  NOME          PIC A(40).
           05  WS-VOLTA-ENTRY OCCURS 3 TIMES.
               10  WS-VOLTA-COD       PIC 9.
               10  WS-VOLTA-SAUDACAO  PIC X(21).
      *    Lead do visitante que sai sem cotacao: modelo, telefone e
      *    o vendedor de plantao do dia com menos leads recebidos.
       77  WS-LEAD-STATUS   PIC XX VALUE SPACES.
       77  WS-ESC-STATUS    PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-QUER-LEAD     PIC X VALUE "N".
       77  WS-LEAD-VEIC     PIC 9(3) VALUE 0.
       77  WS-LEAD-FONE     PIC X(11) VALUE SPACES.
       77  WS-LEAD-MODELO   PIC X(20) VALUE SPACES.
       77  WS-LEAD-ULTIMO   PIC 9(6) VALUE 0.
       77  WS-ACHOU-MODELO  PIC X VALUE "N".
           88 ACHOU-MODELO         VALUE "Y".
       77  WS-PLT-COUNT     PIC 9(2) VALUE 0.
       01  WS-PLT-TABELA.
           05  WS-PLT-ENTRY OCCURS 20 TIMES.
               10  WS-PLT-VENDEDOR  PIC X(6).
               10  WS-PLT-LEADS     PIC 9(4).
       77  WS-PLT-I         PIC 9(2).
       77  WS-PLT-ESCOLHIDO PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "(1) RECEPCAO  (2) HISTORICO DE VISITAS"
              DISPLAY "VISITANTE CADASTRADO - REGISTRO "
                 WS-REG-CADASTRO
           END-IF
           PERFORM REGISTRA-VISITANTE
           PERFORM CAPTURA-LEAD.

       CONTA-VISITAS-ANTERIORES.
           MOVE 0 TO WS-QTD-VISITAS
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    Visitante que vai embora sem cotacao deixa de ser so uma
      *    linha do VISITLOG: modelo de interesse e telefone viram
      *    lead no LEADS.DAT, entregue ao vendedor de plantao.
       CAPTURA-LEAD.
           DISPLAY "REGISTRAR INTERESSE DO VISITANTE (MODELO E "
              "TELEFONE)? (S/N): "
           ACCEPT WS-QUER-LEAD
           IF WS-QUER-LEAD NOT = "S" AND WS-QUER-LEAD NOT = "s"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ID DO MODELO DE INTERESSE (VEIC-ID): "
           ACCEPT WS-LEAD-VEIC
           PERFORM BUSCA-MODELO-LEAD
           IF NOT ACHOU-MODELO
              DISPLAY "MODELO " WS-LEAD-VEIC
                 " NAO ENCONTRADO EM VEICMAST.DAT - LEAD NAO GRAVADO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "TELEFONE PARA CONTATO (DDD + NUMERO): "
           ACCEPT WS-LEAD-FONE
           IF WS-LEAD-FONE = SPACES
              DISPLAY "SEM TELEFONE NAO HA FOLLOW-UP - "
                 "LEAD NAO GRAVADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM CARREGA-PLANTAO
           PERFORM CONTA-LEADS-DO-DIA
           PERFORM GRAVA-LEAD.

       BUSCA-MODELO-LEAD.
           MOVE "N" TO WS-ACHOU-MODELO
           MOVE SPACES TO WS-LEAD-MODELO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VEICULO-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF VEIC-ID = WS-LEAD-VEIC
                          MOVE "Y" TO WS-ACHOU-MODELO
                          MOVE VEIC-MODELO TO WS-LEAD-MODELO
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEICULO-MASTER
           END-IF.

       CARREGA-PLANTAO.
           MOVE 0 TO WS-PLT-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ESCALA
           IF WS-ESC-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ ESCALA
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF ES-DATA = WS-AGORA-DATA
                             AND WS-PLT-COUNT < 20
                          ADD 1 TO WS-PLT-COUNT
                          MOVE ES-VENDEDOR-ID
                             TO WS-PLT-VENDEDOR(WS-PLT-COUNT)
                          MOVE 0 TO WS-PLT-LEADS(WS-PLT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESCALA
           END-IF.

      *    Uma passada no LEADS.DAT da o proximo numero e quantos
      *    leads cada vendedor de plantao ja recebeu hoje.
       CONTA-LEADS-DO-DIA.
           MOVE 0 TO WS-LEAD-ULTIMO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT LEADS
           IF WS-LEAD-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ LEADS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF LD-NUMERO > WS-LEAD-ULTIMO
                          MOVE LD-NUMERO TO WS-LEAD-ULTIMO
                       END-IF
                       IF LD-DATA = WS-AGORA-DATA
                          PERFORM CONTA-LEAD-PLANTAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEADS
           END-IF
           MOVE 0 TO WS-PLT-ESCOLHIDO
           PERFORM VARYING WS-PLT-I FROM 1 BY 1
                 UNTIL WS-PLT-I > WS-PLT-COUNT
              IF WS-PLT-ESCOLHIDO = 0
                 MOVE WS-PLT-I TO WS-PLT-ESCOLHIDO
              ELSE
                 IF WS-PLT-LEADS(WS-PLT-I)
                       < WS-PLT-LEADS(WS-PLT-ESCOLHIDO)
                    MOVE WS-PLT-I TO WS-PLT-ESCOLHIDO
                 END-IF
              END-IF
           END-PERFORM.

       CONTA-LEAD-PLANTAO.
           PERFORM VARYING WS-PLT-I FROM 1 BY 1
                 UNTIL WS-PLT-I > WS-PLT-COUNT
              IF WS-PLT-VENDEDOR(WS-PLT-I) = LD-VENDEDOR-ID
                 ADD 1 TO WS-PLT-LEADS(WS-PLT-I)
              END-IF
           END-PERFORM.

       GRAVA-LEAD.
           MOVE SPACES TO LEAD-REC
           COMPUTE LD-NUMERO = WS-LEAD-ULTIMO + 1
           MOVE WS-AGORA-DATA TO LD-DATA
           MOVE NOME          TO LD-NOME
           MOVE WS-LEAD-FONE  TO LD-TELEFONE
           MOVE WS-LEAD-VEIC  TO LD-VEIC-ID
           IF WS-PLT-ESCOLHIDO > 0
              MOVE WS-PLT-VENDEDOR(WS-PLT-ESCOLHIDO)
                 TO LD-VENDEDOR-ID
           END-IF
           MOVE 0 TO LD-COT-NUMERO
           OPEN EXTEND LEADS
           IF WS-LEAD-STATUS = "35"
              CLOSE LEADS
              OPEN OUTPUT LEADS
           END-IF
           WRITE LEAD-REC
           CLOSE LEADS
           IF LD-VENDEDOR-ID = SPACES
              DISPLAY "NINGUEM NA ESCALA DE PLANTAO DE HOJE - LEAD "
                 "FICA SEM VENDEDOR NO FOLLOW-UP"
           END-IF
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "LEAD " DELIMITED BY SIZE
                  LD-NUMERO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-LEAD-MODELO DELIMITED BY SIZE
                  " - VENDEDOR " DELIMITED BY SIZE
                  LD-VENDEDOR-ID DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       COPY "RECIBOP.cpy".
