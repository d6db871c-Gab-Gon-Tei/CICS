      *  EMAIL DE CLIENTES VIA PEDIDOS DA MESMA CONTA BANCARIA);       *
      *  CONTAS COM PEDIDO ATIVO SAO MARCADAS COMO                     *
      *  PRIORITARIAS NO RELATORIO. RESUMO POR TIPO E POR MES DE       *
      *  EXPIRACAO EM RELEXP. O AVISO E OPCIONAL: EMAIL NA LISTA       *
      *  EMAIL_SUPRESSAO OU CLIENTE QUE RECUSOU AVISOS OPCIONAIS       *
      *  (CLIENTES.AVISOS_OPCIONAIS = 'N') GERA O EMAIL JA SUPRIMIDO   *
      *  ('S'), QUE O T10BEML NAO ENVIA.                               *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-QTD-AVISOS                   PIC 9(07) VALUE 0.
       77  WS-QTD-PRIORITARIOS             PIC 9(07) VALUE 0.
       77  WS-QTD-SEM-EMAIL                PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRIMIDOS               PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRESSAO                PIC S9(09) COMP VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-QTD-CREDITO                  PIC 9(07) VALUE 0.
       77  WS-QTD-DEBITO                   PIC 9(07) VALUE 0.
           EXEC SQL
              INCLUDE TCDCLEML
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
           END-EXEC.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
                     DCLCRT-DATA-EXPIRACAO DELIMITED BY SIZE
                                           INTO DCLEML-PAYLOAD
              PERFORM 960-GRAVA-OUTBOX
              IF DCLEML-STATUS = 'S'
                 ADD 1                     TO WS-QTD-SUPRIMIDOS
              END-IF
           ELSE
              ADD 1                        TO WS-QTD-SEM-EMAIL
           END-IF
      * DOS PEDIDOS E DAI AO EMAIL CONFIRMADO EM CLIENTES.
           MOVE SPACES                     TO DCLPDD-CPF
                                              DCLCLI-EMAIL
                                              DCLCLI-AVISOS-OPCIONAIS
           EXEC SQL
              SELECT CPF
              INTO  :DCLPDD-CPF
           IF SQLCODE = 0
              MOVE DCLPDD-CPF              TO DCLCLI-CPF
              EXEC SQL
                 SELECT EMAIL, AVISOS_OPCIONAIS
                 INTO  :DCLCLI-EMAIL, :DCLCLI-AVISOS-OPCIONAIS
                 FROM  CLIENTES
                 WHERE CPF = :DCLCLI-CPF
              END-EXEC
      * COM OUTRA TRANSACAO SIMULTANEA (-803) - NESSE CASO O INSERT E
      * RETENTADO COM UMA CHAVE NOVA.
           MOVE 'P'                        TO DCLEML-STATUS
           PERFORM 965-VERIFICA-SUPRESSAO
           MOVE 0                          TO DCLEML-QTD-TENTATIVAS
           MOVE SPACES                     TO DCLEML-DATA-HORA-CRIACAO
           STRING WS-DATA-HOJE             DELIMITED BY SIZE
              END-EVALUATE
           END-IF
           .
       965-VERIFICA-SUPRESSAO.
      * AVISO DE VENCIMENTO NAO VAI PARA CLIENTE QUE RECUSOU AVISOS
      * OPCIONAIS NEM PARA ENDERECO NA LISTA EMAIL_SUPRESSAO - O EMAIL
      * E GRAVADO COMO 'S' (SUPRIMIDO), QUE O T10BEML NUNCA ENVIA E
      * CONTA NO RELATORIO DE ENTREGA.
           IF DCLCLI-AVISOS-OPCIONAIS = 'N'
              MOVE 'S'                     TO DCLEML-STATUS
           ELSE
              MOVE DCLEML-EMAIL-DESTINO    TO DCLSUP-EMAIL
              MOVE 0                       TO WS-QTD-SUPRESSAO
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :WS-QTD-SUPRESSAO
                 FROM  EMAIL_SUPRESSAO
                 WHERE EMAIL = :DCLSUP-EMAIL
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO NA LEITURA DE EMAIL_SUPRESSAO SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
              ELSE
                 IF WS-QTD-SUPRESSAO > 0
                    MOVE 'S'               TO DCLEML-STATUS
                 END-IF
              END-IF
           END-IF
           .
       900-FIM.
           EXEC SQL
              CLOSE CUR_CARTOES_EXP
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'AVISOS SUPRIMIDOS:         '
                  WS-QTD-SUPRIMIDOS        DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'POR TIPO - CREDITO: '
                  WS-QTD-CREDITO           DELIMITED BY SIZE
                  '  DEBITO: '             DELIMITED BY SIZE
