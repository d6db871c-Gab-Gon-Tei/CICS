      *  E SAI NO RELATORIO DE EXCECAO RELSHP. CADA TRANSICAO ACEITA   *
      *  ATUALIZA PEDIDOS.STATUS_PEDIDO E GRAVA PEDIDOS_STATUS_HIST    *
      *  COMO O ONLINE FAZ; ENVIO (EN) E ENTREGA (ET) GERAM AVISO AO   *
      *  CLIENTE PELA EMAIL_OUTBOX (ENVIO FISICO PELO T10BEML) - O     *
      *  AVISO PARA ENDERECO NA LISTA EMAIL_SUPRESSAO E GRAVADO JA     *
      *  SUPRIMIDO ('S').                                              *
      *  PEDIDO CANCELADO PELO ATENDIMENTO (T10PCAN, TABELA            *
      *  CANCELAMENTOS) QUE O ARMAZEM AINDA REPORTA COMO ENVIADO OU    *
      *  ENTREGUE NAO E UMA REJEICAO COMUM: E UM CONFLITO - O          *
      *  CANCELAMENTO E MARCADO 'C' COM A DATA DO EVENTO E A LINHA DO  *
      *  RELATORIO TRAZ A SITUACAO DO BLOQUEIO E DO REEMBOLSO, COM     *
      *  TOTAL PROPRIO E RETORNO 4.                                    *
      *  ANTES DE APLICAR QUALQUER EVENTO O ARQUIVO INTEIRO E          *
      *  CONFERIDO: CABECALHO, TRAILER COM A QUANTIDADE DE EVENTOS E   *
      *  SEQUENCIA CONTRA A TABELA ARQUIVOS_RECEBIDOS. ARQUIVO JA      *
      *  PROCESSADO, COM QUEBRA DE SEQUENCIA OU QUANTIDADE QUE NAO     *
      *  CONFERE E RECUSADO SEM APLICAR NADA, COM RETORNO 8.           *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-QTD-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-QTD-APLICADOS                PIC 9(07) VALUE 0.
       77  WS-QTD-REJEITADOS               PIC 9(07) VALUE 0.
       77  WS-QTD-CONFLITOS                PIC 9(07) VALUE 0.
       77  WS-QTD-EXCECOES                 PIC 9(07) VALUE 0.
       77  WS-CONFLITO                     PIC X(01) VALUE 'N'.
       77  WS-QTD-EMAILS                   PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRIMIDOS               PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRESSAO                PIC S9(09) COMP VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-MOTIVO-REJ                   PIC X(40) VALUE SPACES.
       77  WS-STATUS-EXIGIDO               PIC X(02) VALUE SPACES.
       77  WS-OUTBOX-GRAVADO               PIC X(01) VALUE 'N'.
       77  WS-OUTBOX-TENTATIVA             PIC 9(01) VALUE 0.
      *  CONFERENCIA DO ARQUIVO CONTRA ARQUIVOS_RECEBIDOS
       77  WS-QTD-DETALHES                 PIC 9(07) VALUE 0.
       77  WS-QTD-TRAILER                  PIC 9(07) VALUE 0.
       77  WS-TEM-TRAILER                  PIC X(01) VALUE 'N'.
       77  WS-APOS-TRAILER                 PIC X(01) VALUE 'N'.
       77  WS-ARQ-RECUSADO                 PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-RECUSA                PIC X(40) VALUE SPACES.
       77  WS-SEQ-ULTIMA                   PIC S9(09) COMP VALUE 0.
       77  WS-QTD-JA-APLICADO              PIC S9(09) COMP VALUE 0.
       77  WS-SEQ-ED                       PIC Z(6)9.
       01  WS-ENDFILE-AUX                  PIC X(01) VALUE 'N'.
           88 ENDFILE-YES                           VALUE 'S'.
           88 ENDFILE-NO                            VALUE 'N'.
           EXEC SQL
              INCLUDE TCDCLEML
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLARQ
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCAN
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLRBO
           END-EXEC.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           WRITE REL-LINHA
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 110-CONFERE-ARQUIVO
           IF WS-ARQ-RECUSADO = 'N'
              MOVE 'PEDIDO     EV  MOTIVO DA REJEICAO'
                                           TO REL-LINHA
              WRITE REL-LINHA
              OPEN INPUT SHPEVT
              PERFORM 150-PROXIMO-EVENTO
           END-IF
           .
       110-CONFERE-ARQUIVO.
      * PRIMEIRA PASSADA - LE O ARQUIVO INTEIRO SEM APLICAR NADA.
      * CABECALHO NO PRIMEIRO REGISTRO, TRAILER NO ULTIMO E A
      * QUANTIDADE DO TRAILER IGUAL AOS EVENTOS LIDOS; DEPOIS A
      * SEQUENCIA DO CABECALHO CONTRA ARQUIVOS_RECEBIDOS.
           MOVE 'SHPEVT'                   TO DCLARQ-ARQUIVO
           MOVE 0                          TO DCLARQ-SEQUENCIA
           MOVE SPACES                     TO DCLARQ-REMETENTE
                                              DCLARQ-DATA-ARQUIVO
           PERFORM 155-LE-EVENTO
           EVALUATE TRUE
              WHEN ENDFILE-YES
                 MOVE 'ARQUIVO VAZIO'      TO WS-MOTIVO-RECUSA
              WHEN SHP-TIPO-REG NOT = 'HDR'
                 MOVE 'ARQUIVO SEM CABECALHO'
                                           TO WS-MOTIVO-RECUSA
              WHEN OTHER
                 MOVE SHP-H-REMETENTE      TO DCLARQ-REMETENTE
                 MOVE SHP-H-DATA-ARQUIVO   TO DCLARQ-DATA-ARQUIVO
                 IF SHP-H-SEQUENCIA IS NUMERIC
                    MOVE SHP-H-SEQUENCIA   TO DCLARQ-SEQUENCIA
                 END-IF
                 PERFORM 115-CONTA-REGISTRO UNTIL ENDFILE-YES
           END-EVALUATE
           CLOSE SHPEVT
           MOVE 'N'                        TO WS-ENDFILE-AUX
           IF WS-MOTIVO-RECUSA = SPACES
              EVALUATE TRUE
                 WHEN WS-TEM-TRAILER = 'N'
                    MOVE 'SEM TRAILER - TRANSFERENCIA INCOMPLETA'
                                           TO WS-MOTIVO-RECUSA
                 WHEN WS-APOS-TRAILER = 'S'
                    MOVE 'REGISTRO DE CONTROLE FORA DE POSICAO'
                                           TO WS-MOTIVO-RECUSA
                 WHEN WS-QTD-TRAILER NOT = WS-QTD-DETALHES
                    MOVE 'QUANTIDADE DO TRAILER NAO CONFERE'
                                           TO WS-MOTIVO-RECUSA
                 WHEN DCLARQ-REMETENTE = SPACES OR
                      DCLARQ-SEQUENCIA = 0
                    MOVE 'CABECALHO SEM REMETENTE OU SEQUENCIA'
                                           TO WS-MOTIVO-RECUSA
                 WHEN OTHER
                    PERFORM 120-CONFERE-SEQUENCIA
              END-EVALUATE
           END-IF
           MOVE WS-QTD-DETALHES            TO DCLARQ-QTD-REGISTROS
           IF WS-MOTIVO-RECUSA NOT = SPACES
              PERFORM 130-RECUSA-ARQUIVO
           END-IF
           .
       115-CONTA-REGISTRO.
           PERFORM 155-LE-EVENTO
           IF ENDFILE-NO
              IF WS-TEM-TRAILER = 'S'
                 MOVE 'S'                  TO WS-APOS-TRAILER
              END-IF
              EVALUATE SHP-TIPO-REG
                 WHEN 'TRL'
                    MOVE 'S'               TO WS-TEM-TRAILER
                    IF SHP-T-QTD-REGISTROS IS NUMERIC
                       MOVE SHP-T-QTD-REGISTROS
                                           TO WS-QTD-TRAILER
                    ELSE
                       MOVE 9999999        TO WS-QTD-TRAILER
                    END-IF
                 WHEN 'HDR'
                    MOVE 'S'               TO WS-APOS-TRAILER
                 WHEN OTHER
                    ADD 1                  TO WS-QTD-DETALHES
              END-EVALUATE
           END-IF
           .
       120-CONFERE-SEQUENCIA.
      * A SEQUENCIA JA APLICADA NAO ENTRA DE NOVO (ARQUIVO REENVIADO
      * OU GERACAO DO DIA ANTERIOR RELIDA PORQUE A NOVA NAO CHEGOU) E
      * A PROXIMA TEM QUE SER A ULTIMA APLICADA MAIS UM. SEM NENHUMA
      * APLICADA AINDA, A PRIMEIRA SEQUENCIA E ACEITA COMO VIER.
           EXEC SQL
              SELECT COUNT(*), VALUE(MAX(SEQUENCIA), 0)
              INTO  :WS-QTD-JA-APLICADO, :WS-SEQ-ULTIMA
              FROM  ARQUIVOS_RECEBIDOS
              WHERE ARQUIVO = :DCLARQ-ARQUIVO
              AND   STATUS  = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO NA LEITURA DE ARQUIVOS_RECEBIDOS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
              MOVE 'ERRO SQL NA CONFERENCIA DA SEQUENCIA'
                                           TO WS-MOTIVO-RECUSA
           ELSE
              IF WS-QTD-JA-APLICADO > 0
                 EVALUATE TRUE
                    WHEN DCLARQ-SEQUENCIA <= WS-SEQ-ULTIMA
                       MOVE WS-SEQ-ULTIMA  TO WS-SEQ-ED
                       STRING 'JA PROCESSADO - ULTIMA SEQUENCIA '
                              WS-SEQ-ED    DELIMITED BY SIZE
                                           INTO WS-MOTIVO-RECUSA
                    WHEN DCLARQ-SEQUENCIA > WS-SEQ-ULTIMA + 1
                       ADD 1 WS-SEQ-ULTIMA GIVING WS-SEQ-ED
                       STRING 'QUEBRA DE SEQUENCIA - ESPERADA '
                              WS-SEQ-ED    DELIMITED BY SIZE
                                           INTO WS-MOTIVO-RECUSA
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           .
       130-RECUSA-ARQUIVO.
           MOVE 'S'                        TO WS-ARQ-RECUSADO
                                              WS-ENDFILE-AUX
           MOVE DCLARQ-SEQUENCIA           TO WS-SEQ-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'ARQUIVO RECUSADO - NENHUM EVENTO APLICADO (SEQ '
                  WS-SEQ-ED                DELIMITED BY SIZE
                  ')'                      DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'MOTIVO: '               DELIMITED BY SIZE
                  WS-MOTIVO-RECUSA         DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE 'R'                        TO DCLARQ-STATUS
           MOVE WS-MOTIVO-RECUSA           TO DCLARQ-MOTIVO-RECUSA
           PERFORM 960-REGISTRA-ARQUIVO
           .
       150-PROXIMO-EVENTO.
      * CABECALHO E TRAILER JA FORAM CONFERIDOS - NA APLICACAO SO
      * OS EVENTOS INTERESSAM.
           PERFORM 155-LE-EVENTO
           PERFORM 155-LE-EVENTO
                   UNTIL ENDFILE-YES
                   OR   (SHP-TIPO-REG NOT = 'HDR' AND
                         SHP-TIPO-REG NOT = 'TRL')
           .
       155-LE-EVENTO.
           READ SHPEVT
              AT END
                 MOVE 'S'                  TO WS-ENDFILE-AUX
       200-PROCESSA.
           ADD 1                           TO WS-QTD-LIDOS
           MOVE SPACES                     TO WS-MOTIVO-REJ
           MOVE 'N'                        TO WS-CONFLITO
           PERFORM 210-VALIDA-EVENTO
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 230-APLICA-TRANSICAO
           END-IF
           IF WS-CONFLITO = 'S'
              PERFORM 270-REGISTRA-CONFLITO
           ELSE
              IF WS-MOTIVO-REJ NOT = SPACES
                 PERFORM 280-REJEITA-EVENTO
              END-IF
           END-IF
           PERFORM 150-PROXIMO-EVENTO
           .
                                           TO WS-MOTIVO-REJ
              WHEN DCLPDD-STATUS-PEDIDO = 'CA'
                 MOVE 'PEDIDO CANCELADO'   TO WS-MOTIVO-REJ
                 IF SHP-EVENTO = 'EN' OR SHP-EVENTO = 'ET'
                    PERFORM 225-VERIFICA-CANCELAMENTO
                 END-IF
              WHEN DCLPDD-STATUS-PEDIDO = 'DV'
                 MOVE 'PEDIDO DEVOLVIDO'   TO WS-MOTIVO-REJ
              WHEN DCLPDD-STATUS-PEDIDO = 'RV'
                 CONTINUE
           END-EVALUATE
           .
       225-VERIFICA-CANCELAMENTO.
      * PEDIDO CANCELADO PELO ATENDIMENTO JA ESTAVA PAGO - SE O
      * ARMAZEM EXPEDIU MESMO ASSIM, O CLIENTE PODE RECEBER A
      * MERCADORIA E O REEMBOLSO. CANCELAMENTO DO CHECKOUT OU DA
      * AREA DE FRAUDE NAO TEM LINHA EM CANCELAMENTOS E SEGUE COMO
      * REJEICAO COMUM.
           MOVE DCLPDD-ID-PEDIDO           TO DCLCAN-ID-PEDIDO
           MOVE SPACES                     TO DCLCAN-STATUS-BLOQUEIO
           EXEC SQL
              SELECT STATUS_BLOQUEIO
              INTO  :DCLCAN-STATUS-BLOQUEIO
              FROM  CANCELAMENTOS
              WHERE ID_PEDIDO = :DCLCAN-ID-PEDIDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S'                  TO WS-CONFLITO
                 MOVE 'CONFLITO - EXPEDIDO APOS CANCELAMENTO'
                                           TO WS-MOTIVO-REJ
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO NA LEITURA DE CANCELAMENTOS SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
           END-EVALUATE
           .
       230-APLICA-TRANSICAO.
      * TRANSICAO ACEITA - NOVO STATUS EM PEDIDOS E LINHA DE
      * HISTORICO NO MESMO MOLDE DO 999-ATUALIZA-STATUS ONLINE,
              MOVE WS-PEDIDO-ED            TO DCLEML-PAYLOAD
              PERFORM 999-GRAVA-OUTBOX
              IF WS-OUTBOX-GRAVADO = 'S'
                 IF DCLEML-STATUS = 'S'
                    ADD 1                  TO WS-QTD-SUPRIMIDOS
                 ELSE
                    ADD 1                  TO WS-QTD-EMAILS
                 END-IF
              END-IF
           END-IF
           .
       270-REGISTRA-CONFLITO.
      * O CANCELAMENTO FICA 'C' COM A DATA DO EVENTO DO ARMAZEM (SO
      * NO PRIMEIRO EVENTO - UM 'ET' DEPOIS DO 'EN' NAO MUDA A DATA).
      * A LINHA DO RELATORIO MOSTRA SE O BLOQUEIO JA TINHA SIDO
      * ENVIADO ('P' AINDA NAO, 'E' ENVIADO, 'C' CONFLITO ANTERIOR)
      * E A SITUACAO DO REEMBOLSO, PARA O ATENDIMENTO DECIDIR ENTRE
      * RECOLHER A MERCADORIA OU SUSTAR O REEMBOLSO.
           ADD 1                           TO WS-QTD-CONFLITOS
           MOVE SHP-DATA-EVENTO            TO DCLCAN-DATA-CONFLITO
           EXEC SQL
              UPDATE CANCELAMENTOS
              SET    STATUS_BLOQUEIO = 'C',
                     DATA_CONFLITO   = :DCLCAN-DATA-CONFLITO
              WHERE  ID_PEDIDO       = :DCLCAN-ID-PEDIDO
              AND    STATUS_BLOQUEIO <> 'C'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO MARCAR CONFLITO SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           END-IF
           MOVE DCLPDD-ID-PEDIDO           TO DCLRBO-ID-PEDIDO
           MOVE '-'                        TO DCLRBO-STATUS
           EXEC SQL
              SELECT STATUS
              INTO  :DCLRBO-STATUS
              FROM  REEMBOLSOS
              WHERE ID_PEDIDO = :DCLRBO-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO NA LEITURA DE REEMBOLSOS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           END-IF
           MOVE SPACES                     TO REL-LINHA
           STRING SHP-ID-PEDIDO            DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  SHP-EVENTO               DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-MOTIVO-REJ            DELIMITED BY SIZE
                  ' BLOQ:'                 DELIMITED BY SIZE
                  DCLCAN-STATUS-BLOQUEIO   DELIMITED BY SIZE
                  ' REEMB:'                DELIMITED BY SIZE
                  DCLRBO-STATUS            DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           .
       280-REJEITA-EVENTO.
           ADD 1                           TO WS-QTD-REJEITADOS
           MOVE SPACES                     TO REL-LINHA
      * PODE COLIDIR COM OUTRA TRANSACAO SIMULTANEA (-803) - NESSE
      * CASO O INSERT E RETENTADO COM UMA CHAVE NOVA.
           MOVE 'P'                        TO DCLEML-STATUS
           PERFORM 999-VERIFICA-SUPRESSAO
           MOVE 0                          TO DCLEML-QTD-TENTATIVAS
           MOVE SPACES                     TO DCLEML-DATA-HORA-CRIACAO
           STRING WS-DATA-HOJE             DELIMITED BY SIZE
              END-EVALUATE
           END-IF
           .
       999-VERIFICA-SUPRESSAO.
      * ENDERECO NA LISTA EMAIL_SUPRESSAO NAO RECEBE MAIS NADA - O
      * EMAIL E GRAVADO COMO 'S' (SUPRIMIDO), QUE O T10BEML NUNCA
      * ENVIA E CONTA NO RELATORIO DE ENTREGA.
           MOVE DCLEML-EMAIL-DESTINO       TO DCLSUP-EMAIL
           MOVE 0                          TO WS-QTD-SUPRESSAO
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-SUPRESSAO
              FROM  EMAIL_SUPRESSAO
              WHERE EMAIL = :DCLSUP-EMAIL
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO NA LEITURA DE EMAIL_SUPRESSAO SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           ELSE
              IF WS-QTD-SUPRESSAO > 0
                 MOVE 'S'                  TO DCLEML-STATUS
              END-IF
           END-IF
           .
       900-FIM.
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'CONFLITOS DE CANCELAMENTO: '
                  WS-QTD-CONFLITOS         DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'AVISOS NA OUTBOX:          '
                  WS-QTD-EMAILS            DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'AVISOS SUPRIMIDOS:         '
                  WS-QTD-SUPRIMIDOS        DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ERROS SQL:                 '
                  WS-QTD-ERROS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           IF WS-ARQ-RECUSADO = 'N'
              MOVE 'A'                     TO DCLARQ-STATUS
              MOVE SPACES                  TO DCLARQ-MOTIVO-RECUSA
              PERFORM 960-REGISTRA-ARQUIVO
              MOVE DCLARQ-SEQUENCIA        TO WS-SEQ-ED
              MOVE SPACES                  TO REL-LINHA
              STRING 'SEQUENCIA APLICADA:        '
                     WS-SEQ-ED             DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           END-IF
           EVALUATE TRUE
              WHEN WS-QTD-ERROS > 0 OR WS-ARQ-RECUSADO = 'S'
                 MOVE 8                    TO RETURN-CODE
              WHEN WS-QTD-REJEITADOS > 0 OR WS-QTD-CONFLITOS > 0
                 MOVE 4                    TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 950-GRAVA-CONTROLE
           IF WS-ARQ-RECUSADO = 'N'
              CLOSE SHPEVT
           END-IF
           CLOSE RELSHP
           .
       950-GRAVA-CONTROLE.
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
      * (GENERALIZACAO DO CTLREC DO T10BREC) - O RESUMO MATINAL
      * T10BCTL COMPARA CADA EXECUCAO COM A ANTERIOR E ACUSA JOB
      * ESPERADO SEM REGISTRO. CONFLITOS DE CANCELAMENTO CONTAM
      * COMO EXCECAO JUNTO COM AS REJEICOES.
           MOVE 'T10BSHP'                  TO DCLCTB-PROGRAMA
           MOVE WS-DATA-SYS                TO DCLCTB-DATA-EXECUCAO
           MOVE WS-QTD-LIDOS               TO DCLCTB-QTD-LIDOS
           COMPUTE WS-QTD-EXCECOES = WS-QTD-REJEITADOS
                                   + WS-QTD-CONFLITOS
           MOVE WS-QTD-EXCECOES            TO DCLCTB-QTD-EXCECOES
           MOVE RETURN-CODE                TO DCLCTB-RETORNO
           ACCEPT WS-CTB-HORA-SYS FROM TIME
           MOVE WS-CTB-HORA                TO WS-CTB-HORA-ED
              MOVE 8                       TO RETURN-CODE
           END-IF
           .
       960-REGISTRA-ARQUIVO.
      * UMA LINHA POR ARQUIVO APRESENTADO EM ARQUIVOS_RECEBIDOS -
      * APLICADO ('A') OU RECUSADO ('R') COM O MOTIVO.
           MOVE 'T10BSHP'                  TO DCLARQ-PROGRAMA
           MOVE 'PEDIDOS'                  TO DCLARQ-TABELA-DESTINO
           ACCEPT WS-CTB-HORA-SYS FROM TIME
           MOVE WS-CTB-HORA                TO WS-CTB-HORA-ED
           MOVE WS-CTB-MINUTO              TO WS-CTB-MIN-ED
           MOVE WS-CTB-SEGUNDO             TO WS-CTB-SEG-ED
           MOVE WS-DATA-HOJE               TO DCLARQ-DATA-PROCESSAMENTO
           MOVE WS-CTB-HORA-EDIT           TO DCLARQ-HORA-PROCESSAMENTO
           EXEC SQL
              INSERT INTO ARQUIVOS_RECEBIDOS
                     (ARQUIVO, SEQUENCIA, REMETENTE, DATA_ARQUIVO,
                      QTD_REGISTROS, PROGRAMA, TABELA_DESTINO, STATUS,
                      MOTIVO_RECUSA, DATA_PROCESSAMENTO,
                      HORA_PROCESSAMENTO)
              VALUES (:DCLARQ-ARQUIVO, :DCLARQ-SEQUENCIA,
                      :DCLARQ-REMETENTE, :DCLARQ-DATA-ARQUIVO,
                      :DCLARQ-QTD-REGISTROS, :DCLARQ-PROGRAMA,
                      :DCLARQ-TABELA-DESTINO, :DCLARQ-STATUS,
                      :DCLARQ-MOTIVO-RECUSA,
                      :DCLARQ-DATA-PROCESSAMENTO,
                      :DCLARQ-HORA-PROCESSAMENTO)
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO GRAVAR ARQUIVOS_RECEBIDOS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           END-IF
           .
