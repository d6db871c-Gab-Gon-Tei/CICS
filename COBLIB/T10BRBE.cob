      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T10BRBE.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  JOB BATCH NOTURNO - ENVIO DOS REEMBOLSOS A ADQUIRENTE. LE OS  *
      *  REEMBOLSOS PENDENTES (STATUS 'P', GRAVADOS PELO BALCAO DE     *
      *  DEVOLUCOES T10PDEV, PELO CANCELAMENTO DO ATENDIMENTO T10PCAN  *
      *  OU REENVIADOS APOS RECUSA) E GRAVA O ARQUIVO DE ENVIO ARQRBE  *
      *  (LAYOUT TCDFRBE, COM CABECALHO E TRAILER DE CONTROLE). CADA   *
      *  REEMBOLSO ENVIADO PASSA A 'T' (TRANSMITIDO) COM A DATA DE     *
      *  ENVIO E FICA AGUARDANDO O RETORNO DA ADQUIRENTE, TRATADO PELO *
      *  T10BRBR. LISTA O QUE FOI ENVIADO EM RELRBE, COM O VALOR DE    *
      *  CADA REEMBOLSO E O TOTAL DO ARQUIVO (TAMBEM INFORMADO NO      *
      *  TRAILER).                                                     *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT ARQRBE                   ASSIGN TO ARQRBE
                                            ORGANIZATION SEQUENTIAL.
           SELECT RELRBE                   ASSIGN TO RELRBE
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQRBE.
           COPY TCDFRBE.
       FD  RELRBE.
       01  REL-LINHA                       PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-SQLCODE                      PIC +9(09).
       77  WS-QTD-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-QTD-ENVIADOS                 PIC 9(07) VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-VALOR-TOTAL                  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
              INCLUDE TCDCLRBO
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
           OPEN OUTPUT ARQRBE
           OPEN OUTPUT RELRBE
           ACCEPT WS-DATA-SYS FROM DATE YYYYMMDD
           MOVE WS-DIA                     TO WS-DIA-ED
           MOVE WS-MES                     TO WS-MES-ED
           MOVE WS-ANO                     TO WS-ANO-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'REEMBOLSOS ENVIADOS A ADQUIRENTE - '
                  WS-DATA-HOJE             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PEDIDO     CPF          TOKEN             DESDE'
                                           TO REL-LINHA
           MOVE '         VALOR'           TO REL-LINHA(55:14)
           WRITE REL-LINHA
      * CABECALHO DO ARQUIVO DE ENVIO - REMETENTE E DATA DE GERACAO
           MOVE SPACES                     TO RBE-REGISTRO
           MOVE 'HDR'                      TO RBE-TIPO-REG
           MOVE 'CARTOES'                  TO RBE-H-REMETENTE
           MOVE WS-DATA-HOJE               TO RBE-H-DATA-ARQUIVO
           WRITE RBE-REGISTRO
           EXEC SQL
              DECLARE CUR_RBO_ENVIO CURSOR FOR
              SELECT ID_PEDIDO, CPF, TOKEN_CARTAO, DATA_REEMBOLSO,
                     VALOR
              FROM   REEMBOLSOS
              WHERE  STATUS = 'P'
              ORDER BY ID_PEDIDO
           END-EXEC
           EXEC SQL
              OPEN CUR_RBO_ENVIO
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO ABRIR CURSOR DE REEMBOLSOS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
              MOVE 'S'                     TO WS-ENDFILE-AUX
           END-IF
           PERFORM 150-PROXIMO-REEMBOLSO
           .
       150-PROXIMO-REEMBOLSO.
           IF ENDFILE-NO
              EXEC SQL
                 FETCH CUR_RBO_ENVIO
                 INTO :DCLRBO-ID-PEDIDO, :DCLRBO-CPF,
                      :DCLRBO-TOKEN-CARTAO, :DCLRBO-DATA-REEMBOLSO,
                      :DCLRBO-VALOR
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN +100
                    MOVE 'S'               TO WS-ENDFILE-AUX
                 WHEN OTHER
                    ADD 1                  TO WS-QTD-ERROS
                    MOVE SQLCODE           TO WS-SQLCODE
                    STRING 'ERRO NO FETCH DE REEMBOLSOS SQLC:'
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
           PERFORM 150-PROXIMO-REEMBOLSO
           .
       210-MARCA-ENVIADO.
      * O REEMBOLSO SO VAI PARA O ARQUIVO SE A MARCACAO 'T' FOR
      * GRAVADA - ASSIM UM REEMBOLSO NUNCA E ENVIADO DUAS VEZES NEM
      * FICA 'P' DEPOIS DE TER SIDO TRANSMITIDO.
           MOVE 'T'                        TO DCLRBO-STATUS
           MOVE WS-DATA-HOJE               TO DCLRBO-DATA-ENVIO
           EXEC SQL
              UPDATE REEMBOLSOS
              SET    STATUS     = :DCLRBO-STATUS,
                     DATA_ENVIO = :DCLRBO-DATA-ENVIO
              WHERE  ID_PEDIDO  = :DCLRBO-ID-PEDIDO
              AND    STATUS     = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO MARCAR REEMBOLSO ENVIADO SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           END-IF
           .
       220-GRAVA-DETALHE.
           ADD 1                           TO WS-QTD-ENVIADOS
           MOVE SPACES                     TO RBE-REGISTRO
           MOVE 'DET'                      TO RBE-TIPO-REG
           MOVE DCLRBO-ID-PEDIDO           TO RBE-ID-PEDIDO
           MOVE DCLRBO-TOKEN-CARTAO        TO RBE-TOKEN-CARTAO
           MOVE DCLRBO-DATA-REEMBOLSO      TO RBE-DATA-SOLICITACAO
           MOVE DCLRBO-VALOR               TO RBE-VALOR
           WRITE RBE-REGISTRO
           ADD DCLRBO-VALOR                TO WS-VALOR-TOTAL
           MOVE DCLRBO-VALOR               TO WS-VALOR-ED
           MOVE DCLRBO-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE SPACES                     TO REL-LINHA
           STRING WS-PEDIDO-ED             DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  DCLRBO-CPF               DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  DCLRBO-TOKEN-CARTAO      DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  DCLRBO-DATA-REEMBOLSO    DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-VALOR-ED              DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           .
       900-FIM.
           EXEC SQL
              CLOSE CUR_RBO_ENVIO
           END-EXEC
      * TRAILER DO ARQUIVO DE ENVIO - QUANTIDADE DE DETALHES GRAVADOS
      * E VALOR TOTAL, CONFERIDOS PELA ADQUIRENTE NA RECEPCAO
           MOVE SPACES                     TO RBE-REGISTRO
           MOVE 'TRL'                      TO RBE-TIPO-REG
           MOVE WS-QTD-ENVIADOS            TO RBE-T-QTD-REGISTROS
           MOVE WS-VALOR-TOTAL             TO RBE-T-VALOR-TOTAL
           WRITE RBE-REGISTRO
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'REEMBOLSOS PENDENTES LIDOS:'
                  WS-QTD-LIDOS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'REEMBOLSOS ENVIADOS:       '
                  WS-QTD-ENVIADOS          DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-VALOR-TOTAL             TO WS-TOTAL-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'VALOR TOTAL ENVIADO:       '
                  WS-TOTAL-ED              DELIMITED BY SIZE
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
           CLOSE ARQRBE RELRBE
           .
       950-GRAVA-CONTROLE.
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
      * (GENERALIZACAO DO CTLREC DO T10BREC) - O RESUMO MATINAL
      * T10BCTL COMPARA CADA EXECUCAO COM A ANTERIOR E ACUSA JOB
      * ESPERADO SEM REGISTRO. O ENVIO NAO GERA EXCECOES - AS
      * RECUSAS APARECEM NO RETORNO (T10BRBR).
           MOVE 'T10BRBE'                  TO DCLCTB-PROGRAMA
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
