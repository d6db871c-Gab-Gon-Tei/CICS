      *  JOB BATCH DIARIO - RELATORIO PARA A AREA DE FRAUDE COM OS     *
      *  CARTOES CADASTRADOS HOJE (CARTOES.DATA_CADASTRO, GRAVADA EM   *
      *  T10PCAV NO MOMENTO DO CADASTRO) E OS PEDIDOS CANCELADOS HOJE  *
      *  (PEDIDOS.DATA_CANCELAMENTO, GRAVADA EM 290-PF12 DO T10PCDA),  *
      *  ESTES COM O VALOR DO PEDIDO E O TOTAL CANCELADO NO DIA.       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-QTD-CANCELAMENTOS            PIC 9(07) VALUE 0.
       77  WS-CONTA-ED                     PIC Z(8)9.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-VALOR-CANCELADO              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-ENDFILE-AUX                  PIC X(01) VALUE 'N'.
           88 ENDFILE-YES                          VALUE 'S'.
           88 ENDFILE-NO                           VALUE 'N'.
           WRITE REL-LINHA
           MOVE 'PEDIDO       CPF           CONTA BANCARIA'
                                            TO REL-LINHA
           MOVE '         VALOR'            TO REL-LINHA(45:14)
           WRITE REL-LINHA
           EXEC SQL
              DECLARE CUR_PED_CANCELADOS CURSOR FOR
              SELECT ID_PEDIDO, CPF, ID_CONTA_BANCARIA, VALOR_TOTAL
              FROM   PEDIDOS
              WHERE  ATIVO = 'F'
              AND    DATA_CANCELAMENTO = :WS-DATA-HOJE
              PERFORM 310-PROXIMO-PEDIDO
              PERFORM UNTIL ENDFILE-YES
                 ADD 1                     TO WS-QTD-CANCELAMENTOS
                 ADD DCLPDD-VALOR-TOTAL    TO WS-VALOR-CANCELADO
                 MOVE DCLPDD-VALOR-TOTAL   TO WS-VALOR-ED
                 MOVE DCLPDD-ID-PEDIDO     TO WS-PEDIDO-ED
                 MOVE DCLPDD-ID-CONTA-BANCARIA TO WS-CONTA-ED
                 MOVE SPACES               TO REL-LINHA
                        DCLPDD-CPF         DELIMITED BY SIZE
                        '   '              DELIMITED BY SIZE
                        WS-CONTA-ED        DELIMITED BY SIZE
                        '          '       DELIMITED BY SIZE
                        WS-VALOR-ED        DELIMITED BY SIZE
                                           INTO REL-LINHA
                 WRITE REL-LINHA
                 PERFORM 310-PROXIMO-PEDIDO
           EXEC SQL
              FETCH CUR_PED_CANCELADOS
              INTO :DCLPDD-ID-PEDIDO, :DCLPDD-CPF,
                   :DCLPDD-ID-CONTA-BANCARIA, :DCLPDD-VALOR-TOTAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                  WS-QTD-CANCELAMENTOS     DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-VALOR-CANCELADO         TO WS-TOTAL-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'VALOR CANCELADO HOJE: '
                  WS-TOTAL-ED              DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 950-GRAVA-CONTROLE
           CLOSE RELFRD
           .
