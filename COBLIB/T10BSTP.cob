      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T10BSTP.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  JOB BATCH NOTURNO - BLOQUEIO DE EXPEDICAO NO ARMAZEM. LE OS   *
      *  CANCELAMENTOS DO ATENDIMENTO (T10PCAN) COM BLOQUEIO PENDENTE  *
      *  (STATUS_BLOQUEIO 'P') E GRAVA O ARQUIVO ARQSTP (LAYOUT        *
      *  TCDFSTP, COM CABECALHO E TRAILER DE CONTROLE) COM OS PEDIDOS  *
      *  PAGOS OU EM SEPARACAO QUE O ARMAZEM NAO DEVE MAIS EXPEDIR.    *
      *  CADA CANCELAMENTO ENVIADO PASSA A 'E' COM A DATA DE ENVIO. SE *
      *  O ARMAZEM AINDA ASSIM REPORTAR O PEDIDO EXPEDIDO NO SHPEVT, O *
      *  T10BSHP REGISTRA O CONFLITO. LISTA O QUE FOI ENVIADO EM       *
      *  RELSTP.                                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT ARQSTP                   ASSIGN TO ARQSTP
                                            ORGANIZATION SEQUENTIAL.
           SELECT RELSTP                   ASSIGN TO RELSTP
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQSTP.
           COPY TCDFSTP.
       FD  RELSTP.
       01  REL-LINHA                       PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-SQLCODE                      PIC +9(09).
       77  WS-QTD-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-QTD-ENVIADOS                 PIC 9(07) VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       01  WS-ENDFILE-AUX                  PIC X(01) VALUE 'N'.
           88 ENDFILE-YES                           VALUE 'S'.
           88 ENDFILE-NO                            VALUE 'N'.
       01  WS-DATA-SYS.
           05 WS-ANO                       PIC 9(04).
           05 WS-MES                       PIC 99.
           05 WS-DIA                       PIC 99.
       01  WS-DATA-HOJE.
           05 WS-DIA-ED                    PIC 99.
           05 FILLER                       PIC X VALUE '/'.
           05 WS-MES-ED                    PIC 99.
           05 FILLER                       PIC X VALUE '/'.
           05 WS-ANO-ED                    PIC 9(04).
      *  APOIO AO REGISTRO DE TOTAIS DE CONTROLE EM BATCH_CONTROLE
       01  WS-CTB-HORA-SYS.
           05 WS-CTB-HORA                  PIC 99.
           05 WS-CTB-MINUTO                PIC 99.
           05 WS-CTB-SEGUNDO               PIC 99.
           05 FILLER                       PIC 99.
       01  WS-CTB-HORA-EDIT.
           05 WS-CTB-HORA-ED               PIC 99.
           05 FILLER                       PIC X VALUE ':'.
           05 WS-CTB-MIN-ED                PIC 99.
           05 FILLER                       PIC X VALUE ':'.
           05 WS-CTB-SEG-ED                PIC 99.
      *
           EXEC SQL
              INCLUDE TCDCLCAN
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCTB
           END-EXEC.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       000-PRINCIPAL.
           PERFORM 100-INICIO
           PERFORM 200-PROCESSA UNTIL ENDFILE-YES
           PERFORM 900-FIM
           STOP RUN
           .
       100-INICIO.
           OPEN OUTPUT ARQSTP
           OPEN OUTPUT RELSTP
           ACCEPT WS-DATA-SYS FROM DATE YYYYMMDD
           MOVE WS-DIA                     TO WS-DIA-ED
           MOVE WS-MES                     TO WS-MES-ED
           MOVE WS-ANO                     TO WS-ANO-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'BLOQUEIOS DE EXPEDICAO ENVIADOS AO ARMAZEM - '
                  WS-DATA-HOJE             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PEDIDO     CPF          ST  CANCELADO EM'
                                           TO REL-LINHA
           MOVE 'USUARIO'                  TO REL-LINHA(50:7)
           WRITE REL-LINHA
      * CABECALHO DO ARQUIVO DE BLOQUEIO - REMETENTE E DATA DE GERACAO
           MOVE SPACES                     TO STP-REGISTRO
           MOVE 'HDR'                      TO STP-TIPO-REG
           MOVE 'CARTOES'                  TO STP-H-REMETENTE
           MOVE WS-DATA-HOJE               TO STP-H-DATA-ARQUIVO
           WRITE STP-REGISTRO
           EXEC SQL
              DECLARE CUR_CAN_BLOQUEIO CURSOR FOR
              SELECT ID_PEDIDO, CPF, STATUS_ANTERIOR, USUARIO,
                     DATA_CANCELAMENTO, HORA_CANCELAMENTO
              FROM   CANCELAMENTOS
              WHERE  STATUS_BLOQUEIO = 'P'
              ORDER BY ID_PEDIDO
           END-EXEC
           EXEC SQL
              OPEN CUR_CAN_BLOQUEIO
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO ABRIR CURSOR DE CANCELAMENTOS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
              MOVE 'S'                     TO WS-ENDFILE-AUX
           END-IF
           PERFORM 150-PROXIMO-CANCELAMENTO
           .
       150-PROXIMO-CANCELAMENTO.
           IF ENDFILE-NO
              EXEC SQL
                 FETCH CUR_CAN_BLOQUEIO
                 INTO :DCLCAN-ID-PEDIDO, :DCLCAN-CPF,
                      :DCLCAN-STATUS-ANTERIOR, :DCLCAN-USUARIO,
                      :DCLCAN-DATA-CANCELAMENTO,
                      :DCLCAN-HORA-CANCELAMENTO
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN +100
                    MOVE 'S'               TO WS-ENDFILE-AUX
                 WHEN OTHER
                    ADD 1                  TO WS-QTD-ERROS
                    MOVE SQLCODE           TO WS-SQLCODE
                    STRING 'ERRO NO FETCH DE CANCELAMENTOS SQLC:'
                           WS-SQLCODE      DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                    DISPLAY WS-MSG-ERRO
                    MOVE 'S'               TO WS-ENDFILE-AUX
              END-EVALUATE
           END-IF
           .
       200-PROCESSA.
           ADD 1                           TO WS-QTD-LIDOS
           PERFORM 210-MARCA-ENVIADO
           IF SQLCODE = 0
              PERFORM 220-GRAVA-DETALHE
           END-IF
           PERFORM 150-PROXIMO-CANCELAMENTO
           .
       210-MARCA-ENVIADO.
      * O PEDIDO SO VAI PARA O ARQUIVO SE A MARCACAO 'E' FOR GRAVADA -
      * ASSIM UM BLOQUEIO NUNCA E ENVIADO DUAS VEZES NEM FICA 'P'
      * DEPOIS DE TER SIDO TRANSMITIDO. O CANCELAMENTO QUE O T10BSHP
      * JA MARCOU EM CONFLITO ('C') NAO E MAIS LIDO.
           MOVE 'E'                        TO DCLCAN-STATUS-BLOQUEIO
           MOVE WS-DATA-HOJE               TO DCLCAN-DATA-ENVIO
           EXEC SQL
              UPDATE CANCELAMENTOS
              SET    STATUS_BLOQUEIO = :DCLCAN-STATUS-BLOQUEIO,
                     DATA_ENVIO      = :DCLCAN-DATA-ENVIO
              WHERE  ID_PEDIDO       = :DCLCAN-ID-PEDIDO
              AND    STATUS_BLOQUEIO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO MARCAR BLOQUEIO ENVIADO SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           END-IF
           .
       220-GRAVA-DETALHE.
           ADD 1                           TO WS-QTD-ENVIADOS
           MOVE SPACES                     TO STP-REGISTRO
           MOVE 'DET'                      TO STP-TIPO-REG
           MOVE DCLCAN-ID-PEDIDO           TO STP-ID-PEDIDO
           MOVE DCLCAN-STATUS-ANTERIOR     TO STP-STATUS-ANTERIOR
           MOVE DCLCAN-DATA-CANCELAMENTO   TO STP-DATA-CANCELAMENTO
           MOVE DCLCAN-HORA-CANCELAMENTO   TO STP-HORA-CANCELAMENTO
           WRITE STP-REGISTRO
           MOVE DCLCAN-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE SPACES                     TO REL-LINHA
           STRING WS-PEDIDO-ED             DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  DCLCAN-CPF               DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  DCLCAN-STATUS-ANTERIOR   DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  DCLCAN-DATA-CANCELAMENTO DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  DCLCAN-HORA-CANCELAMENTO DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  DCLCAN-USUARIO           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           .
       900-FIM.
           EXEC SQL
              CLOSE CUR_CAN_BLOQUEIO
           END-EXEC
      * TRAILER DO ARQUIVO DE BLOQUEIO - QUANTIDADE DE DETALHES
      * GRAVADOS, CONFERIDA PELO ARMAZEM NA RECEPCAO
           MOVE SPACES                     TO STP-REGISTRO
           MOVE 'TRL'                      TO STP-TIPO-REG
           MOVE WS-QTD-ENVIADOS            TO STP-T-QTD-REGISTROS
           WRITE STP-REGISTRO
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'CANCELAMENTOS LIDOS:       '
                  WS-QTD-LIDOS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'BLOQUEIOS ENVIADOS:        '
                  WS-QTD-ENVIADOS          DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ERROS SQL:                 '
                  WS-QTD-ERROS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           IF WS-QTD-ERROS > 0
              MOVE 8                       TO RETURN-CODE
           END-IF
           PERFORM 950-GRAVA-CONTROLE
           CLOSE ARQSTP RELSTP
           .
       950-GRAVA-CONTROLE.
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
      * (GENERALIZACAO DO CTLREC DO T10BREC) - O RESUMO MATINAL
      * T10BCTL COMPARA CADA EXECUCAO COM A ANTERIOR E ACUSA JOB
      * ESPERADO SEM REGISTRO. O ENVIO NAO GERA EXCECOES - OS
      * CONFLITOS APARECEM NO PROCESSAMENTO DO SHPEVT (T10BSHP).
           MOVE 'T10BSTP'                  TO DCLCTB-PROGRAMA
           MOVE WS-DATA-SYS                TO DCLCTB-DATA-EXECUCAO
           MOVE WS-QTD-LIDOS               TO DCLCTB-QTD-LIDOS
           MOVE 0                          TO DCLCTB-QTD-EXCECOES
           MOVE RETURN-CODE                TO DCLCTB-RETORNO
           ACCEPT WS-CTB-HORA-SYS FROM TIME
           MOVE WS-CTB-HORA                TO WS-CTB-HORA-ED
           MOVE WS-CTB-MINUTO              TO WS-CTB-MIN-ED
           MOVE WS-CTB-SEGUNDO             TO WS-CTB-SEG-ED
           MOVE WS-CTB-HORA-EDIT           TO DCLCTB-HORA-EXECUCAO
           EXEC SQL
              INSERT INTO BATCH_CONTROLE
                     (PROGRAMA, DATA_EXECUCAO, HORA_EXECUCAO,
                      QTD_LIDOS, QTD_EXCECOES, RETORNO)
              VALUES (:DCLCTB-PROGRAMA, :DCLCTB-DATA-EXECUCAO,
                      :DCLCTB-HORA-EXECUCAO, :DCLCTB-QTD-LIDOS,
                      :DCLCTB-QTD-EXCECOES, :DCLCTB-RETORNO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO GRAVAR BATCH_CONTROLE SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
              MOVE 8                       TO RETURN-CODE
           END-IF
           .
