       PROGRAM-ID.                         T10BRBO.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  JOB BATCH DIARIO - RELATORIO DE REEMBOLSOS AINDA NAO          *
      *  EFETIVADOS (GRAVADOS PELO BALCAO DE DEVOLUCOES T10PDEV E PELO *
      *  CANCELAMENTO DO ATENDIMENTO T10PCAN) PARA CONCILIACAO COM A   *
      *  AREA FINANCEIRA, POR SITUACAO NA TROCA COM A ADQUIRENTE: 'P'  *
      *  PENDENTE DE ENVIO, 'T' ENVIADO PELO T10BRBE AGUARDANDO        *
      *  RETORNO, 'R' RECUSADO NO RETORNO (T10BRBR) E AINDA NAO        *
      *  REENVIADO. OS RECUSADOS SAO AS EXCECOES DO DIA. CADA LINHA    *
      *  TRAZ O VALOR DO REEMBOLSO, COM O TOTAL POR SITUACAO.          *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-SQLCODE                      PIC +9(09).
       77  WS-QTD-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-QTD-PENDENTES                PIC 9(07) VALUE 0.
       77  WS-QTD-TRANSMITIDOS             PIC 9(07) VALUE 0.
       77  WS-QTD-RECUSADOS                PIC 9(07) VALUE 0.
       77  WS-SITUACAO                     PIC X(10) VALUE SPACES.
       77  WS-VALOR-PENDENTES              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-VALOR-TRANSMITIDOS           PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-VALOR-RECUSADOS              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       01  WS-ENDFILE-AUX                  PIC X(01) VALUE 'N'.
           MOVE WS-MES                     TO WS-MES-ED
           MOVE WS-ANO                     TO WS-ANO-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'RELATORIO DE REEMBOLSOS NAO EFETIVADOS - '
                  WS-DATA-HOJE             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA
           MOVE 'PEDIDO     CPF          TOKEN             DESDE'
                                           TO REL-LINHA
           MOVE '         VALOR  SITUACAO' TO REL-LINHA(55:24)
           WRITE REL-LINHA
           EXEC SQL
              DECLARE CUR_REEMBOLSOS CURSOR FOR
              SELECT ID_PEDIDO, CPF, TOKEN_CARTAO, DATA_REEMBOLSO,
                     STATUS, VALOR
              FROM   REEMBOLSOS
              WHERE  STATUS IN ('P', 'T', 'R')
              ORDER BY STATUS,
                       SUBSTR(DATA_REEMBOLSO, 7, 4),
                       SUBSTR(DATA_REEMBOLSO, 4, 2),
                       SUBSTR(DATA_REEMBOLSO, 1, 2),
                       ID_PEDIDO
           EXEC SQL
              FETCH CUR_REEMBOLSOS
              INTO :DCLRBO-ID-PEDIDO, :DCLRBO-CPF,
                   :DCLRBO-TOKEN-CARTAO, :DCLRBO-DATA-REEMBOLSO,
                   :DCLRBO-STATUS, :DCLRBO-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
           END-EVALUATE
           .
       200-PROCESSA.
           ADD 1                           TO WS-QTD-LIDOS
           EVALUATE DCLRBO-STATUS
              WHEN 'P'
                 ADD 1                     TO WS-QTD-PENDENTES
                 ADD DCLRBO-VALOR          TO WS-VALOR-PENDENTES
                 MOVE 'PENDENTE'           TO WS-SITUACAO
              WHEN 'T'
                 ADD 1                     TO WS-QTD-TRANSMITIDOS
                 ADD DCLRBO-VALOR          TO WS-VALOR-TRANSMITIDOS
                 MOVE 'ENVIADO'            TO WS-SITUACAO
              WHEN OTHER
                 ADD 1                     TO WS-QTD-RECUSADOS
                 ADD DCLRBO-VALOR          TO WS-VALOR-RECUSADOS
                 MOVE 'RECUSADO'           TO WS-SITUACAO
           END-EVALUATE
           MOVE DCLRBO-VALOR               TO WS-VALOR-ED
           MOVE DCLRBO-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE SPACES                     TO REL-LINHA
           STRING WS-PEDIDO-ED             DELIMITED BY SIZE
                  DCLRBO-TOKEN-CARTAO      DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  DCLRBO-DATA-REEMBOLSO    DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-VALOR-ED              DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-SITUACAO              DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 150-PROXIMO-REEMBOLSO
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           MOVE WS-VALOR-PENDENTES         TO WS-TOTAL-ED
           STRING 'REEMBOLSOS PENDENTES:      '
                  WS-QTD-PENDENTES         DELIMITED BY SIZE
                  '  VALOR '               DELIMITED BY SIZE
                  WS-TOTAL-ED              DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           MOVE WS-VALOR-TRANSMITIDOS      TO WS-TOTAL-ED
           STRING 'AGUARDANDO ADQUIRENTE:     '
                  WS-QTD-TRANSMITIDOS      DELIMITED BY SIZE
                  '  VALOR '               DELIMITED BY SIZE
                  WS-TOTAL-ED              DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           MOVE WS-VALOR-RECUSADOS         TO WS-TOTAL-ED
           STRING 'RECUSADOS A REENVIAR:      '
                  WS-QTD-RECUSADOS         DELIMITED BY SIZE
                  '  VALOR '               DELIMITED BY SIZE
                  WS-TOTAL-ED              DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
      * (GENERALIZACAO DO CTLREC DO T10BREC) - O RESUMO MATINAL
      * T10BCTL COMPARA CADA EXECUCAO COM A ANTERIOR E ACUSA JOB
      * ESPERADO SEM REGISTRO. OS REEMBOLSOS RECUSADOS PELA
      * ADQUIRENTE E AINDA NAO REENVIADOS SAO AS EXCECOES.
           MOVE 'T10BRBO'                  TO DCLCTB-PROGRAMA
           MOVE WS-DATA-SYS                TO DCLCTB-DATA-EXECUCAO
           MOVE WS-QTD-LIDOS               TO DCLCTB-QTD-LIDOS
           MOVE WS-QTD-RECUSADOS           TO DCLCTB-QTD-EXCECOES
           MOVE RETURN-CODE                TO DCLCTB-RETORNO
           ACCEPT WS-CTB-HORA-SYS FROM TIME
           MOVE WS-CTB-HORA                TO WS-CTB-HORA-ED
