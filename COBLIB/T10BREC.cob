      *  RETOMA DA ULTIMA CHAVE COMMITADA EM VEZ DE REABRIR O CURSOR  *
      *  DO ZERO. ALEM DO RELATORIO RELREC, GRAVA UM REGISTRO DE      *
      *  TOTAIS DE CONTROLE EM CTLREC (LIDOS, EXCECOES, RETORNO)      *
      *  PARA ALERTA AUTOMATICO DO SCHEDULER. CADA EXCECAO SAI COM O  *
      *  VALOR DO PEDIDO E O RELATORIO TOTALIZA O VALOR PRESO EM       *
      *  PEDIDOS SEM CARTAO (ACUMULADO TAMBEM ATRAVES DO REINICIO).    *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-QTD-CARTOES                  PIC S9(09) COMP VALUE 0.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-CONTA-ED                     PIC Z(8)9.
       77  WS-VALOR-EXCECOES               PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *  PONTO DE COMMIT A CADA N PEDIDOS PROCESSADOS
       77  WS-INTERVALO-COMMIT             PIC 9(05) VALUE 500.
       77  WS-DESDE-COMMIT                 PIC 9(05) VALUE 0.
           WRITE REL-LINHA
           MOVE 'PEDIDO       CPF           CONTA BANCARIA'
                                           TO REL-LINHA
           MOVE '         VALOR'           TO REL-LINHA(45:14)
           WRITE REL-LINHA
      * PASSADA UNICA - A CONTAGEM DE CARTOES POR CONTA VEM NA
      * PROPRIA JUNCAO, SEM UM SELECT COUNT POR PEDIDO. O CURSOR E
           EXEC SQL
              DECLARE CUR_PED_CART CURSOR WITH HOLD FOR
              SELECT PED.ID_PEDIDO, PED.CPF, PED.ID_CONTA_BANCARIA,
                     VALUE(CRT.QTD_CARTOES, 0), PED.VALOR_TOTAL
              FROM   PEDIDOS PED
                     LEFT OUTER JOIN
                     (SELECT ID_CONTA_BANCARIA,
      * COMMITADOS. STATUS 'F' OU LINHA INEXISTENTE = EXECUCAO NOVA.
           MOVE 'T10BREC'                  TO DCLRST-PROGRAMA
           EXEC SQL
              SELECT ULTIMA_CHAVE, QTD_LIDOS, QTD_EXCECOES, STATUS,
                     VALOR_ACUMULADO
              INTO  :DCLRST-ULTIMA-CHAVE, :DCLRST-QTD-LIDOS,
                    :DCLRST-QTD-EXCECOES, :DCLRST-STATUS,
                    :DCLRST-VALOR-ACUMULADO
              FROM  BATCH_RESTART
              WHERE PROGRAMA = :DCLRST-PROGRAMA
           END-EXEC
                    MOVE DCLRST-QTD-LIDOS  TO WS-QTD-PEDIDOS
                    MOVE DCLRST-QTD-EXCECOES
                                           TO WS-QTD-EXCECOES
                    MOVE DCLRST-VALOR-ACUMULADO
                                           TO WS-VALOR-EXCECOES
                    MOVE DCLRST-ULTIMA-CHAVE
                                           TO WS-PEDIDO-ED
                    MOVE SPACES            TO REL-LINHA
                    MOVE 0                 TO DCLRST-ULTIMA-CHAVE
                                              DCLRST-QTD-LIDOS
                                              DCLRST-QTD-EXCECOES
                                              DCLRST-VALOR-ACUMULADO
                    MOVE 'E'               TO DCLRST-STATUS
                    PERFORM 120-GRAVA-CONTROLE
                 END-IF
                 MOVE 0                    TO DCLRST-ULTIMA-CHAVE
                                              DCLRST-QTD-LIDOS
                                              DCLRST-QTD-EXCECOES
                                              DCLRST-VALOR-ACUMULADO
                 MOVE 'E'                  TO DCLRST-STATUS
                 PERFORM 130-MONTA-DATA-HORA
                 EXEC SQL
                    INSERT INTO BATCH_RESTART
                           (PROGRAMA, ULTIMA_CHAVE, QTD_LIDOS,
                            QTD_EXCECOES, STATUS, DATA_HORA,
                            VALOR_ACUMULADO)
                    VALUES (:DCLRST-PROGRAMA, :DCLRST-ULTIMA-CHAVE,
                            :DCLRST-QTD-LIDOS, :DCLRST-QTD-EXCECOES,
                            :DCLRST-STATUS, :DCLRST-DATA-HORA,
                            :DCLRST-VALOR-ACUMULADO)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 190-ABANDONA
                     QTD_LIDOS    = :DCLRST-QTD-LIDOS,
                     QTD_EXCECOES = :DCLRST-QTD-EXCECOES,
                     STATUS       = :DCLRST-STATUS,
                     DATA_HORA    = :DCLRST-DATA-HORA,
                     VALOR_ACUMULADO
                                  = :DCLRST-VALOR-ACUMULADO
              WHERE  PROGRAMA     = :DCLRST-PROGRAMA
           END-EXEC
           IF SQLCODE NOT = 0
           EXEC SQL
              FETCH CUR_PED_CART
              INTO :DCLPDD-ID-PEDIDO, :DCLPDD-CPF,
                   :DCLPDD-ID-CONTA-BANCARIA, :WS-QTD-CARTOES,
                   :DCLPDD-VALOR-TOTAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
           ADD 1                           TO WS-QTD-PEDIDOS
           IF WS-QTD-CARTOES = 0
              ADD 1                        TO WS-QTD-EXCECOES
              ADD DCLPDD-VALOR-TOTAL       TO WS-VALOR-EXCECOES
              MOVE DCLPDD-VALOR-TOTAL      TO WS-VALOR-ED
              MOVE DCLPDD-ID-PEDIDO        TO WS-PEDIDO-ED
              MOVE DCLPDD-ID-CONTA-BANCARIA TO WS-CONTA-ED
              MOVE SPACES                  TO REL-LINHA
                     DCLPDD-CPF            DELIMITED BY SIZE
                     '   '                 DELIMITED BY SIZE
                     WS-CONTA-ED           DELIMITED BY SIZE
                     '          '          DELIMITED BY SIZE
                     WS-VALOR-ED           DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           END-IF
           MOVE DCLPDD-ID-PEDIDO           TO DCLRST-ULTIMA-CHAVE
           MOVE WS-QTD-PEDIDOS             TO DCLRST-QTD-LIDOS
           MOVE WS-QTD-EXCECOES            TO DCLRST-QTD-EXCECOES
           MOVE WS-VALOR-EXCECOES          TO DCLRST-VALOR-ACUMULADO
           MOVE 'E'                        TO DCLRST-STATUS
           PERFORM 120-GRAVA-CONTROLE
           EXEC SQL
              MOVE 0                       TO DCLRST-ULTIMA-CHAVE
              MOVE WS-QTD-PEDIDOS          TO DCLRST-QTD-LIDOS
              MOVE WS-QTD-EXCECOES         TO DCLRST-QTD-EXCECOES
              MOVE WS-VALOR-EXCECOES       TO DCLRST-VALOR-ACUMULADO
              MOVE 'F'                     TO DCLRST-STATUS
              PERFORM 120-GRAVA-CONTROLE
              EXEC SQL
                  WS-QTD-EXCECOES          DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-VALOR-EXCECOES          TO WS-TOTAL-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'VALOR SEM CARTAO VALIDO:   '
                  WS-TOTAL-ED              DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
      * REGISTRO DE TOTAIS DE CONTROLE PARA O SCHEDULER
           MOVE WS-DATA-SYS                TO CTL-DATA
           MOVE WS-QTD-PEDIDOS             TO CTL-QTD-LIDOS
