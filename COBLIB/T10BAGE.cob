      *  PEDIDOS COM 8+ DIAS SAEM LISTADOS INDIVIDUALMENTE EM RELAGE.  *
      *  PEDIDO EM REVISAO (RV) ALEM DO SLA EM DIAS DO ARQUIVO         *
      *  PARMAGE FORCA RETORNO 4 PARA O SCHEDULER ALERTAR A FRAUDE.    *
      *  O VALOR DOS PEDIDOS (PEDIDOS.VALOR_TOTAL) SAI NA LISTA E E    *
      *  TOTALIZADO POR STATUS NO RESUMO - O DINHEIRO PARADO EM CADA   *
      *  ETAPA DO CICLO DE VIDA.                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-IDADE-ED                     PIC ZZZZ9.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-QTD-ED                       PIC Z(6)9.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-GERAL                  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TEM-HIST                     PIC X(01) VALUE 'N'.
       77  WS-IDX-STATUS                   PIC S9(04) COMP VALUE 0.
       77  WS-IDX-BANDA                    PIC S9(04) COMP VALUE 0.
       01  WS-QTD-FAIXAS.
           05 WS-QTD-STATUS OCCURS 5 TIMES.
              10 WS-QTD-FAIXA              PIC 9(07) OCCURS 3 TIMES.
      *  VALOR EM DINHEIRO PARADO POR STATUS (TODAS AS FAIXAS)
       01  WS-VALOR-STATUS-TAB.
           05 WS-VALOR-STATUS              PIC S9(13)V99 COMP-3
                                           OCCURS 5 TIMES.
       01  WS-DATA-SYS.
           05 WS-ANO                       PIC 9(04).
           05 WS-MES                       PIC 99.
                 MOVE PARM-SLA-RV          TO WS-SLA-RV
              END-IF
           END-IF
           INITIALIZE WS-VALOR-STATUS-TAB
           ACCEPT WS-DATA-SYS FROM DATE YYYYMMDD
           MOVE WS-DIA                     TO WS-DIA-ED
           MOVE WS-MES                     TO WS-MES-ED
           MOVE 'PEDIDOS COM 8+ DIAS NO STATUS CORRENTE:'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PEDIDO     ST  DIAS   CPF                  VALOR'
                                           TO REL-LINHA
           WRITE REL-LINHA
           IF ENDFILE-NO
              EXEC SQL
                 DECLARE CUR_PED_ABERTOS CURSOR FOR
                 SELECT ID_PEDIDO, CPF, STATUS_PEDIDO, VALOR_TOTAL
                 FROM   PEDIDOS
                 WHERE  STATUS_PEDIDO IN ('AP','PG','SP','EN','RV')
                 ORDER BY ID_PEDIDO
           EXEC SQL
              FETCH CUR_PED_ABERTOS
              INTO :DCLPDD-ID-PEDIDO, :DCLPDD-CPF,
                   :DCLPDD-STATUS-PEDIDO, :DCLPDD-VALOR-TOTAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                   UNTIL WS-IDX-STATUS > 5
              IF DCLPDD-STATUS-PEDIDO = WS-STATUS-TAB(WS-IDX-STATUS)
                 ADD 1 TO WS-QTD-FAIXA(WS-IDX-STATUS, WS-IDX-BANDA)
                 ADD DCLPDD-VALOR-TOTAL
                                  TO WS-VALOR-STATUS(WS-IDX-STATUS)
                 ADD DCLPDD-VALOR-TOTAL    TO WS-VALOR-GERAL
              END-IF
           END-PERFORM
           .
           ADD 1                           TO WS-QTD-PIORES
           MOVE DCLPDD-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE WS-IDADE-DIAS              TO WS-IDADE-ED
           MOVE DCLPDD-VALOR-TOTAL         TO WS-VALOR-ED
           MOVE SPACES                     TO REL-LINHA
           IF DCLPDD-STATUS-PEDIDO = 'RV'
              AND WS-IDADE-DIAS > WS-SLA-RV
                     WS-IDADE-ED           DELIMITED BY SIZE
                     '  '                  DELIMITED BY SIZE
                     DCLPDD-CPF            DELIMITED BY SIZE
                     '  '                  DELIMITED BY SIZE
                     WS-VALOR-ED           DELIMITED BY SIZE
                     '  *** SLA RV ESTOURADO ***'
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
                     WS-IDADE-ED           DELIMITED BY SIZE
                     '  '                  DELIMITED BY SIZE
                     DCLPDD-CPF            DELIMITED BY SIZE
                     '  '                  DELIMITED BY SIZE
                     WS-VALOR-ED           DELIMITED BY SIZE
                                           INTO REL-LINHA
           END-IF
           WRITE REL-LINHA
           MOVE 'RESUMO POR STATUS E FAIXA DE IDADE (DIAS):'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'ST     1-3      4-7      8+                 VALOR'
                                           TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 910-LINHA-RESUMO
                  WS-QTD-SLA-RV            DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-VALOR-GERAL             TO WS-TOTAL-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'VALOR EM PEDIDOS ABERTOS:  '
                  WS-TOTAL-ED              DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ERROS SQL:                 '
                  WS-QTD-ERROS             DELIMITED BY SIZE
           MOVE WS-QTD-FAIXA(WS-IDX-STATUS, 3)
                                           TO WS-QTD-ED
           MOVE WS-QTD-ED                  TO REL-LINHA(22:7)
           MOVE WS-VALOR-STATUS(WS-IDX-STATUS)
                                           TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED                TO REL-LINHA(30:20)
           WRITE REL-LINHA
           .
       950-GRAVA-CONTROLE.
