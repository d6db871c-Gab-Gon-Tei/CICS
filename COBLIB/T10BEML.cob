      *  PELA INTERFACE BATCH DE CORREIO (AUXMAILB); SUCESSO MARCA     *
      *  'E', FALHA INCREMENTA A TENTATIVA E MARCA 'F', E AO ESGOTAR   *
      *  O LIMITE DE TENTATIVAS A CARTA E DADA COMO MORTA ('M').       *
      *  RETORNO '2' DA INTERFACE E ENDERECO DEVOLVIDO PELO PROVEDOR   *
      *  (INEXISTENTE) - VIRA CARTA MORTA NA HORA, SEM RETENTATIVA.    *
      *  TODO ENDERECO DE CARTA MORTA ENTRA NA LISTA EMAIL_SUPRESSAO   *
      *  E O CLIENTE DONO DELE E MARCADO EM CLIENTES (EMAIL_DEVOLVIDO) *
      *  PARA O ATENDIMENTO PEDIR UM ENDERECO NOVO PELO T10PCLI. EMAIL *
      *  AINDA NA FILA PARA ENDERECO JA SUPRIMIDO NAO E ENVIADO - VAI  *
      *  PARA 'S' (SUPRIMIDO), COMO OS QUE OS PRODUTORES JA GRAVAM     *
      *  ASSIM. EMITE RELATORIO DIARIO DE ENTREGA EM RELEML, COM A     *
      *  CONTAGEM DO DIA DE EMAILS SUPRIMIDOS POR TEMPLATE.            *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-QTD-ENVIADOS                 PIC 9(07) VALUE 0.
       77  WS-QTD-FALHAS                   PIC 9(07) VALUE 0.
       77  WS-QTD-MORTOS                   PIC 9(07) VALUE 0.
       77  WS-QTD-DEVOLVIDOS               PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRIMIDOS               PIC 9(07) VALUE 0.
       77  WS-QTD-NOVOS-SUPRESSAO          PIC 9(07) VALUE 0.
       77  WS-QTD-CLIENTES-MARCADOS        PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRESSAO                PIC S9(09) COMP VALUE 0.
       77  WS-QTD-SUP-TEMPLATE             PIC S9(09) COMP VALUE 0.
       77  WS-QTD-SUP-TOTAL                PIC S9(09) COMP VALUE 0.
       77  WS-QTD-SUP-ED                   PIC Z(8)9.
       77  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-ID-EMAIL-ED                  PIC Z(8)9.
       77  WS-TENTATIVAS-ED                PIC Z9.
           EXEC SQL
              INCLUDE TCDCLEML
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCTB
           END-EXEC.
           .
       200-PROCESSA.
           ADD 1                           TO WS-QTD-LIDOS
           PERFORM 210-VERIFICA-SUPRESSAO
           IF WS-QTD-SUPRESSAO > 0
      * ENDERECO SUPRIMIDO DEPOIS QUE O EMAIL ENTROU NA FILA - O
      * MOMENTO DA SUPRESSAO FICA EM DATA_HORA_ENVIO
              MOVE 'S'                     TO DCLEML-STATUS
              MOVE WS-DATA-HORA-AGORA      TO DCLEML-DATA-HORA-ENVIO
              ADD 1                        TO WS-QTD-SUPRIMIDOS
           ELSE
              PERFORM 220-ENVIA-EMAIL
           END-IF
           EXEC SQL
              UPDATE EMAIL_OUTBOX
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           END-IF
           IF SQLCODE = 0 AND DCLEML-STATUS = 'M'
              PERFORM 250-SUPRIME-ENDERECO
           END-IF
           PERFORM 290-GRAVA-LINHA-EMAIL
           PERFORM 150-PROXIMO-EMAIL
           .
       210-VERIFICA-SUPRESSAO.
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
              MOVE 0                       TO WS-QTD-SUPRESSAO
           END-IF
           .
       220-ENVIA-EMAIL.
      * RETORNO DA INTERFACE: '0' ENVIADO, '2' ENDERECO DEVOLVIDO
      * PELO PROVEDOR (NAO ADIANTA RETENTAR), OUTROS FALHA TEMPORARIA.
           MOVE DCLEML-EMAIL-DESTINO       TO MAILB-EMAIL-DESTINO
           MOVE DCLEML-ID-TEMPLATE         TO MAILB-ID-TEMPLATE
           MOVE DCLEML-PAYLOAD             TO MAILB-PAYLOAD
           MOVE '9'                        TO MAILB-RETORNO
           CALL 'AUXMAILB' USING WS-MAIL-REQUEST
           ADD 1                           TO DCLEML-QTD-TENTATIVAS
           EVALUATE TRUE
              WHEN MAILB-RETORNO = '0'
                 MOVE 'E'                  TO DCLEML-STATUS
                 MOVE WS-DATA-HORA-AGORA   TO DCLEML-DATA-HORA-ENVIO
                 ADD 1                     TO WS-QTD-ENVIADOS
              WHEN MAILB-RETORNO = '2'
                 MOVE 'M'                  TO DCLEML-STATUS
                 MOVE 'D'                  TO DCLSUP-MOTIVO
                 MOVE SPACES               TO DCLEML-DATA-HORA-ENVIO
                 ADD 1                     TO WS-QTD-DEVOLVIDOS
              WHEN DCLEML-QTD-TENTATIVAS >= WS-LIMITE-TENTATIVAS
                 MOVE 'M'                  TO DCLEML-STATUS
                 MOVE 'M'                  TO DCLSUP-MOTIVO
                 MOVE SPACES               TO DCLEML-DATA-HORA-ENVIO
                 ADD 1                     TO WS-QTD-MORTOS
              WHEN OTHER
                 MOVE 'F'                  TO DCLEML-STATUS
                 MOVE SPACES               TO DCLEML-DATA-HORA-ENVIO
                 ADD 1                     TO WS-QTD-FALHAS
           END-EVALUATE
           .
       250-SUPRIME-ENDERECO.
      * CARTA MORTA - O ENDERECO ENTRA NA LISTA DE SUPRESSAO (SE JA
      * ESTAVA, -803 E IGNORADO) E O CLIENTE QUE O TEM COMO EMAIL
      * ATUAL FICA MARCADO PARA O ATENDIMENTO PEDIR OUTRO.
           MOVE DCLEML-EMAIL-DESTINO       TO DCLSUP-EMAIL
           MOVE DCLEML-ID-EMAIL            TO DCLSUP-ID-EMAIL
           MOVE DCLEML-ID-TEMPLATE         TO DCLSUP-ID-TEMPLATE
           MOVE WS-DATA-HOJE               TO DCLSUP-DATA-INCLUSAO
           EXEC SQL
              INSERT INTO EMAIL_SUPRESSAO
                     (EMAIL, MOTIVO, ID_EMAIL, ID_TEMPLATE,
                      DATA_INCLUSAO)
              VALUES (:DCLSUP-EMAIL, :DCLSUP-MOTIVO, :DCLSUP-ID-EMAIL,
                      :DCLSUP-ID-TEMPLATE, :DCLSUP-DATA-INCLUSAO)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                     TO WS-QTD-NOVOS-SUPRESSAO
              WHEN -803
                 CONTINUE
              WHEN OTHER
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO AO GRAVAR EMAIL_SUPRESSAO SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
           END-EVALUATE
           EXEC SQL
              UPDATE CLIENTES
              SET    EMAIL_DEVOLVIDO = 'S'
              WHERE  EMAIL           = :DCLSUP-EMAIL
              AND    EMAIL_DEVOLVIDO <> 'S'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                     TO WS-QTD-CLIENTES-MARCADOS
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO AO MARCAR EMAIL DEVOLVIDO SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
           END-EVALUATE
           .
       290-GRAVA-LINHA-EMAIL.
           MOVE DCLEML-ID-EMAIL            TO WS-ID-EMAIL-ED
           MOVE DCLEML-QTD-TENTATIVAS      TO WS-TENTATIVAS-ED
                        WS-TENTATIVAS-ED   DELIMITED BY SIZE
                        '    CARTA MORTA'  DELIMITED BY SIZE
                                           INTO REL-LINHA
                 IF DCLSUP-MOTIVO = 'D'
                    MOVE '- DEVOLVIDO'     TO REL-LINHA(45:11)
                 END-IF
              WHEN 'S'
                 STRING WS-ID-EMAIL-ED     DELIMITED BY SIZE
                        '  '               DELIMITED BY SIZE
                        DCLEML-ID-TEMPLATE DELIMITED BY SIZE
                        '  '               DELIMITED BY SIZE
                        WS-TENTATIVAS-ED   DELIMITED BY SIZE
                        '    SUPRIMIDO'    DELIMITED BY SIZE
                                           INTO REL-LINHA
              WHEN OTHER
                 STRING WS-ID-EMAIL-ED     DELIMITED BY SIZE
                        '  '               DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'DEVOLVIDOS PELO PROVEDOR:  '
                  WS-QTD-DEVOLVIDOS        DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'SUPRIMIDOS NA FILA:        '
                  WS-QTD-SUPRIMIDOS        DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ENDERECOS NOVOS SUPRESSAO: '
                  WS-QTD-NOVOS-SUPRESSAO   DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'CLIENTES MARCADOS:         '
                  WS-QTD-CLIENTES-MARCADOS DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ERROS SQL:                 '
                  WS-QTD-ERROS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 800-SUPRIMIDOS-DO-DIA
           IF WS-QTD-ERROS > 0
              MOVE 8                       TO RETURN-CODE
           END-IF
           PERFORM 950-GRAVA-CONTROLE
           CLOSE RELEML
           .
       800-SUPRIMIDOS-DO-DIA.
      * CONTAGEM DO DIA DOS EMAILS SUPRIMIDOS POR TEMPLATE - OS 'S'
      * SUPRIMIDOS HOJE NA FILA (DATA_HORA_ENVIO DE HOJE, POR ESTE
      * JOB OU PELA ELIMINACAO LGPD, INCLUSIVE RETENTATIVA CRIADA EM
      * OUTRO DIA) E OS GRAVADOS HOJE JA COMO 'S' PELOS PRODUTORES
      * (SEM DATA_HORA_ENVIO, CRIADOS HOJE).
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'EMAILS SUPRIMIDOS HOJE POR TEMPLATE:'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE 0                          TO WS-QTD-SUP-TOTAL
           EXEC SQL
              DECLARE CUR_SUPRIMIDOS CURSOR FOR
              SELECT ID_TEMPLATE, COUNT(*)
              FROM   EMAIL_OUTBOX
              WHERE  STATUS = 'S'
              AND   (SUBSTR(DATA_HORA_ENVIO, 1, 10) = :WS-DATA-HOJE
               OR   (DATA_HORA_ENVIO = ' '
              AND    SUBSTR(DATA_HORA_CRIACAO, 1, 10) = :WS-DATA-HOJE))
              GROUP BY ID_TEMPLATE
              ORDER BY ID_TEMPLATE
           END-EXEC
           EXEC SQL
              OPEN CUR_SUPRIMIDOS
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO ABRIR CURSOR DE SUPRIMIDOS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           ELSE
              MOVE 'N'                     TO WS-FIM-CURSOR
              PERFORM 810-PROXIMO-TEMPLATE
              PERFORM 820-LINHA-TEMPLATE UNTIL WS-FIM-CURSOR = 'S'
              EXEC SQL
                 CLOSE CUR_SUPRIMIDOS
              END-EXEC
           END-IF
           MOVE WS-QTD-SUP-TOTAL           TO WS-QTD-SUP-ED
           MOVE SPACES                     TO REL-LINHA
           STRING '  TOTAL     '           DELIMITED BY SIZE
                  WS-QTD-SUP-ED            DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           .
       810-PROXIMO-TEMPLATE.
           EXEC SQL
              FETCH CUR_SUPRIMIDOS
              INTO :DCLEML-ID-TEMPLATE, :WS-QTD-SUP-TEMPLATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO NO FETCH DE SUPRIMIDOS SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
                 MOVE 'S'                  TO WS-FIM-CURSOR
           END-EVALUATE
           .
       820-LINHA-TEMPLATE.
           ADD WS-QTD-SUP-TEMPLATE         TO WS-QTD-SUP-TOTAL
           MOVE WS-QTD-SUP-TEMPLATE        TO WS-QTD-SUP-ED
           MOVE SPACES                     TO REL-LINHA
           STRING '  '                     DELIMITED BY SIZE
                  DCLEML-ID-TEMPLATE       DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-QTD-SUP-ED            DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 810-PROXIMO-TEMPLATE
           .
       950-GRAVA-CONTROLE.
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
      * (GENERALIZACAO DO CTLREC DO T10BREC) - O RESUMO MATINAL
