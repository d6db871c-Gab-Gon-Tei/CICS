      *  T10BEML); MAIS VELHOS QUE O PRAZO DE CANCELAMENTO SAO         *
      *  CANCELADOS (PEDIDOS AINDA EM ABERTO) E EXPURGADOS DA          *
      *  CHECKPOINT. OS DOIS PRAZOS, EM DIAS, VEM DO ARQUIVO PARMCKP.  *
      *  O LEMBRETE E AVISO OPCIONAL: EMAIL NA LISTA EMAIL_SUPRESSAO   *
      *  OU CLIENTE QUE RECUSOU AVISOS OPCIONAIS (CLIENTES.            *
      *  AVISOS_OPCIONAIS = 'N') GERA O EMAIL JA SUPRIMIDO ('S').      *
      *  EMITE RELATORIO DE OPERACOES EM RELCKP.                       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
       77  WS-DIAS-CANCELA                 PIC 9(03) VALUE 0.
       77  WS-QTD-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-QTD-LEMBRETES                PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRIMIDOS               PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRESSAO                PIC S9(09) COMP VALUE 0.
       77  WS-QTD-CANCELADOS               PIC 9(07) VALUE 0.
       77  WS-QTD-EXPURGOS                 PIC 9(07) VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
           EXEC SQL
              INCLUDE TCDCLCLI
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLPSH
           END-EXEC.
                  DCLPDD-STATUS-PEDIDO = 'AP')
                 MOVE DCLCKP-CPF           TO DCLCLI-CPF
                 EXEC SQL
                    SELECT EMAIL, AVISOS_OPCIONAIS
                    INTO  :DCLCLI-EMAIL, :DCLCLI-AVISOS-OPCIONAIS
                    FROM  CLIENTES
                    WHERE CPF = :DCLCLI-CPF
                 END-EXEC
                                           INTO WS-MSG-ERRO
                       DISPLAY WS-MSG-ERRO
                    END-IF
                    IF DCLEML-STATUS = 'S'
                       ADD 1               TO WS-QTD-SUPRIMIDOS
                    ELSE
                       ADD 1               TO WS-QTD-LEMBRETES
                    END-IF
                    PERFORM 290-GRAVA-LINHA-ACAO
                 END-IF
              END-IF
                        '   CANCELADO E EXPURGADO'
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
              WHEN DCLEML-STATUS = 'S'
                 STRING WS-PEDIDO-ED       DELIMITED BY SIZE
                        '  '               DELIMITED BY SIZE
                        DCLCKP-CPF         DELIMITED BY SIZE
                        '   LEMBRETE SUPRIMIDO'
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
              WHEN OTHER
                 STRING WS-PEDIDO-ED       DELIMITED BY SIZE
                        '  '               DELIMITED BY SIZE
      * PODE COLIDIR COM OUTRA TRANSACAO SIMULTANEA (-803) - NESSE
      * CASO O INSERT E RETENTADO COM UMA CHAVE NOVA.
           MOVE 'P'                        TO DCLEML-STATUS
           PERFORM 965-VERIFICA-SUPRESSAO
           MOVE 0                          TO DCLEML-QTD-TENTATIVAS
           MOVE SPACES                     TO DCLEML-DATA-HORA-CRIACAO
           STRING WS-DATA-HOJE             DELIMITED BY SIZE
              END-EVALUATE
           END-IF
           .
       965-VERIFICA-SUPRESSAO.
      * LEMBRETE NAO VAI PARA CLIENTE QUE RECUSOU AVISOS OPCIONAIS
      * NEM PARA ENDERECO NA LISTA EMAIL_SUPRESSAO - O EMAIL E GRAVADO
      * COMO 'S' (SUPRIMIDO), QUE O T10BEML NUNCA ENVIA E CONTA NO
      * RELATORIO DE ENTREGA.
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
           IF WS-CURSOR-ABERTO = 'S'
              EXEC SQL
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'LEMBRETES SUPRIMIDOS:      '
                  WS-QTD-SUPRIMIDOS        DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'PEDIDOS CANCELADOS:        '
                  WS-QTD-CANCELADOS        DELIMITED BY SIZE
                                           INTO REL-LINHA
