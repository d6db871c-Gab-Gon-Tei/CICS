      *  ALTERACAO, ALTERACAO INEXISTENTE VIRA INCLUSAO). EMITE        *
      *  ESTATISTICAS DA CARGA EM RELBIN, COM LISTA DOS BINS CUJO      *
      *  TIPO MUDOU - ESSES AFETAM CARTOES JA GRAVADOS EM CARTOES.     *
      *  ANTES DE APLICAR QUALQUER REGISTRO O ARQUIVO INTEIRO E        *
      *  CONFERIDO: CABECALHO, TRAILER COM A QUANTIDADE DE DETALHES E  *
      *  SEQUENCIA CONTRA A TABELA ARQUIVOS_RECEBIDOS, QUE GUARDA A    *
      *  GERACAO APLICADA EM BINS E QUANDO. ARQUIVO JA PROCESSADO, COM *
      *  QUEBRA DE SEQUENCIA OU QUANTIDADE QUE NAO CONFERE E RECUSADO  *
      *  SEM APLICAR NADA, COM RETORNO 8.                              *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-QTD-TIPO-MUDOU               PIC 9(07) VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-TIPO-ANTERIOR                PIC X(01) VALUE SPACES.
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
              INCLUDE TCDCLCTB
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLARQ
           END-EXEC.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           WRITE REL-LINHA
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 110-CONFERE-ARQUIVO
           IF WS-ARQ-RECUSADO = 'N'
              OPEN INPUT BINBULK
              PERFORM 150-PROXIMO-REGISTRO
           END-IF
           .
       110-CONFERE-ARQUIVO.
      * PRIMEIRA PASSADA - LE O ARQUIVO INTEIRO SEM APLICAR NADA.
      * CABECALHO NO PRIMEIRO REGISTRO, TRAILER NO ULTIMO E A
      * QUANTIDADE DO TRAILER IGUAL AOS DETALHES LIDOS; DEPOIS A
      * SEQUENCIA DO CABECALHO CONTRA ARQUIVOS_RECEBIDOS.
           MOVE 'BINBULK'                  TO DCLARQ-ARQUIVO
           MOVE 0                          TO DCLARQ-SEQUENCIA
           MOVE SPACES                     TO DCLARQ-REMETENTE
                                              DCLARQ-DATA-ARQUIVO
           PERFORM 155-LE-REGISTRO
           EVALUATE TRUE
              WHEN ENDFILE-YES
                 MOVE 'ARQUIVO VAZIO'      TO WS-MOTIVO-RECUSA
              WHEN BULK-TIPO-REG NOT = 'HDR'
                 MOVE 'ARQUIVO SEM CABECALHO'
                                           TO WS-MOTIVO-RECUSA
              WHEN OTHER
                 MOVE BULK-H-REMETENTE     TO DCLARQ-REMETENTE
                 MOVE BULK-H-DATA-ARQUIVO  TO DCLARQ-DATA-ARQUIVO
                 IF BULK-H-SEQUENCIA IS NUMERIC
                    MOVE BULK-H-SEQUENCIA  TO DCLARQ-SEQUENCIA
                 END-IF
                 PERFORM 115-CONTA-REGISTRO UNTIL ENDFILE-YES
           END-EVALUATE
           CLOSE BINBULK
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
           PERFORM 155-LE-REGISTRO
           IF ENDFILE-NO
              IF WS-TEM-TRAILER = 'S'
                 MOVE 'S'                  TO WS-APOS-TRAILER
              END-IF
              EVALUATE BULK-TIPO-REG
                 WHEN 'TRL'
                    MOVE 'S'               TO WS-TEM-TRAILER
                    IF BULK-T-QTD-REGISTROS IS NUMERIC
                       MOVE BULK-T-QTD-REGISTROS
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
      * OU GERACAO DO MES ANTERIOR RELIDA PORQUE A NOVA NAO CHEGOU) E
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
           STRING 'ARQUIVO RECUSADO - NENHUM REGISTRO APLICADO (SEQ '
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
       150-PROXIMO-REGISTRO.
      * CABECALHO E TRAILER JA FORAM CONFERIDOS - NA APLICACAO SO
      * OS DETALHES INTERESSAM.
           PERFORM 155-LE-REGISTRO
           PERFORM 155-LE-REGISTRO
                   UNTIL ENDFILE-YES
                   OR   (BULK-TIPO-REG NOT = 'HDR' AND
                         BULK-TIPO-REG NOT = 'TRL')
           .
       155-LE-REGISTRO.
           READ BINBULK
              AT END
                 MOVE 'S'                  TO WS-ENDFILE-AUX
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
           IF WS-QTD-ERROS > 0 OR WS-ARQ-RECUSADO = 'S'
              MOVE 8                       TO RETURN-CODE
           END-IF
           PERFORM 950-GRAVA-CONTROLE
           IF WS-ARQ-RECUSADO = 'N'
              CLOSE BINBULK
           END-IF
           CLOSE RELBIN
           .
       950-GRAVA-CONTROLE.
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
              MOVE 8                       TO RETURN-CODE
           END-IF
           .
       960-REGISTRA-ARQUIVO.
      * UMA LINHA POR ARQUIVO APRESENTADO EM ARQUIVOS_RECEBIDOS -
      * APLICADO ('A') OU RECUSADO ('R') COM O MOTIVO.
           MOVE 'T10BBIN'                  TO DCLARQ-PROGRAMA
           MOVE 'BINS'                     TO DCLARQ-TABELA-DESTINO
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
