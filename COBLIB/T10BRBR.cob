      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T10BRBR.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  JOB BATCH NOTURNO - RETORNO DOS REEMBOLSOS DA ADQUIRENTE      *
      *  (ARQUIVO ARQRBR, LAYOUT TCDFRBR). CADA DETALHE FECHA UM       *
      *  REEMBOLSO TRANSMITIDO ('T') PELO T10BRBE: ACEITO VIRA 'E'     *
      *  (EFETIVADO) E O CLIENTE RECEBE AVISO PELA EMAIL_OUTBOX        *
      *  (TEMPLATE REEMBOLS, ENVIO FISICO PELO T10BEML - SUPRIMIDO     *
      *  ('S') SE O ENDERECO ESTA NA LISTA EMAIL_SUPRESSAO); RECUSADO  *
      *  VIRA 'R' COM O MOTIVO DA ADQUIRENTE E FICA VISIVEL NO BALCAO  *
      *  DE DEVOLUCOES T10PDEV (OU NO CANCELAMENTO T10PCAN, PARA       *
      *  PEDIDO CANCELADO), QUE PODE REENVIA-LO. RECUSAS E             *
      *  DETALHES QUE NAO FECHAM COM UM REEMBOLSO TRANSMITIDO SAEM NO  *
      *  RELATORIO DE EXCECAO RELRBR. O ARQUIVO E CONFERIDO INTEIRO    *
      *  ANTES DE APLICAR: SEM CABECALHO, SEM TRAILER OU COM TRAILER   *
      *  QUE NAO CONFERE COM OS DETALHES E TRANSFERENCIA INCOMPLETA -  *
      *  O ARQUIVO E RECUSADO SEM BAIXAR NENHUM REEMBOLSO (RETORNO 8)  *
      *  E O REENVIO DA ADQUIRENTE ENTRA DO ZERO.                      *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT ARQRBR                   ASSIGN TO ARQRBR
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
           SELECT RELRBR                   ASSIGN TO RELRBR
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQRBR.
           COPY TCDFRBR.
       FD  RELRBR.
       01  REL-LINHA                       PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-SQLCODE                      PIC +9(09).
       77  WS-QTD-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-QTD-EFETIVADOS               PIC 9(07) VALUE 0.
       77  WS-QTD-RECUSADOS                PIC 9(07) VALUE 0.
       77  WS-QTD-INCONSISTENTES           PIC 9(07) VALUE 0.
       77  WS-QTD-EMAILS                   PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRIMIDOS               PIC 9(07) VALUE 0.
       77  WS-QTD-SUPRESSAO                PIC S9(09) COMP VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-QTD-TRAILER                  PIC 9(07) VALUE 0.
       77  WS-QTD-DETALHES                 PIC 9(07) VALUE 0.
       77  WS-TEM-TRAILER                  PIC X(01) VALUE 'N'.
       77  WS-APOS-TRAILER                 PIC X(01) VALUE 'N'.
       77  WS-ARQ-RECUSADO                 PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-RECUSA                PIC X(40) VALUE SPACES.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-MOTIVO-EXC                   PIC X(50) VALUE SPACES.
       77  WS-OUTBOX-GRAVADO               PIC X(01) VALUE 'N'.
       77  WS-OUTBOX-TENTATIVA             PIC 9(01) VALUE 0.
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
       01  WS-HORA-SYS.
           05 WS-HORA                      PIC 99.
           05 WS-MINUTO                    PIC 99.
           05 WS-SEGUNDO                   PIC 99.
           05 FILLER                       PIC 99.
       01  WS-HORA-EDIT.
           05 WS-HORA-ED                   PIC 99.
           05 FILLER                       PIC X VALUE ':'.
           05 WS-MIN-ED                    PIC 99.
           05 FILLER                       PIC X VALUE ':'.
           05 WS-SEG-ED                    PIC 99.
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
              INCLUDE TCDCLCLI
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLEML
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
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
           OPEN INPUT  ARQRBR
           OPEN OUTPUT RELRBR
           ACCEPT WS-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-DIA                     TO WS-DIA-ED
           MOVE WS-MES                     TO WS-MES-ED
           MOVE WS-ANO                     TO WS-ANO-ED
           MOVE WS-HORA                    TO WS-HORA-ED
           MOVE WS-MINUTO                  TO WS-MIN-ED
           MOVE WS-SEGUNDO                 TO WS-SEG-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'EXCECOES DO RETORNO DE REEMBOLSOS - '
                  WS-DATA-HOJE             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 110-CONFERE-ARQUIVO
           IF WS-ARQ-RECUSADO = 'N'
              MOVE 'PEDIDO     OCORRENCIA' TO REL-LINHA
              WRITE REL-LINHA
              OPEN INPUT ARQRBR
              PERFORM 150-PROXIMO-RETORNO
           END-IF
           .
       110-CONFERE-ARQUIVO.
      * PRIMEIRA PASSADA - LE O ARQUIVO INTEIRO SEM APLICAR NADA.
      * CABECALHO NO PRIMEIRO REGISTRO, TRAILER NO ULTIMO E A
      * QUANTIDADE DO TRAILER IGUAL AOS DETALHES LIDOS.
           PERFORM 155-LE-RETORNO
           EVALUATE TRUE
              WHEN ENDFILE-YES
                 MOVE 'ARQUIVO VAZIO'      TO WS-MOTIVO-RECUSA
              WHEN RBR-TIPO-REG NOT = 'HDR'
                 MOVE 'ARQUIVO SEM CABECALHO'
                                           TO WS-MOTIVO-RECUSA
              WHEN OTHER
                 PERFORM 115-CONTA-REGISTRO UNTIL ENDFILE-YES
           END-EVALUATE
           CLOSE ARQRBR
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
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
              PERFORM 130-RECUSA-ARQUIVO
           END-IF
           .
       115-CONTA-REGISTRO.
           PERFORM 155-LE-RETORNO
           IF ENDFILE-NO
              IF WS-TEM-TRAILER = 'S'
                 MOVE 'S'                  TO WS-APOS-TRAILER
              END-IF
              EVALUATE RBR-TIPO-REG
                 WHEN 'TRL'
                    MOVE 'S'               TO WS-TEM-TRAILER
                    IF RBR-T-QTD-REGISTROS IS NUMERIC
                       MOVE RBR-T-QTD-REGISTROS
                                           TO WS-QTD-TRAILER
                    ELSE
                       MOVE 9999999        TO WS-QTD-TRAILER
                    END-IF
                 WHEN 'HDR'
                    MOVE 'S'               TO WS-APOS-TRAILER
                 WHEN 'DET'
                    ADD 1                  TO WS-QTD-DETALHES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .
       130-RECUSA-ARQUIVO.
           MOVE 'S'                        TO WS-ARQ-RECUSADO
                                              WS-ENDFILE-AUX
           MOVE 'ARQUIVO RECUSADO - NENHUM REEMBOLSO BAIXADO'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'MOTIVO: '               DELIMITED BY SIZE
                  WS-MOTIVO-RECUSA         DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           .
       150-PROXIMO-RETORNO.
      * CABECALHO E TRAILER JA FORAM CONFERIDOS - NA APLICACAO SO
      * OS DETALHES (E REGISTRO DE TIPO DESCONHECIDO) INTERESSAM.
           PERFORM 155-LE-RETORNO
           PERFORM 155-LE-RETORNO
                   UNTIL ENDFILE-YES
                   OR   (RBR-TIPO-REG NOT = 'HDR' AND
                         RBR-TIPO-REG NOT = 'TRL')
           .
       155-LE-RETORNO.
           READ ARQRBR
              AT END
                 MOVE 'S'                  TO WS-ENDFILE-AUX
           END-READ
           .
       200-PROCESSA.
           EVALUATE RBR-TIPO-REG
              WHEN 'DET'
                 ADD 1                     TO WS-QTD-LIDOS
                 MOVE SPACES               TO WS-MOTIVO-EXC
                 PERFORM 210-BUSCA-REEMBOLSO
                 IF WS-MOTIVO-EXC = SPACES
                    PERFORM 220-APLICA-RESULTADO
                 END-IF
                 IF WS-MOTIVO-EXC NOT = SPACES
                    PERFORM 280-GRAVA-EXCECAO
                 END-IF
              WHEN OTHER
                 ADD 1                     TO WS-QTD-INCONSISTENTES
                 MOVE 'TIPO DE REGISTRO DESCONHECIDO'
                                           TO WS-MOTIVO-EXC
                 PERFORM 280-GRAVA-EXCECAO
           END-EVALUATE
           PERFORM 150-PROXIMO-RETORNO
           .
       210-BUSCA-REEMBOLSO.
      * O DETALHE SO FECHA UM REEMBOLSO QUE FOI TRANSMITIDO ('T') E
      * CUJO TOKEN CONFERE - QUALQUER OUTRA SITUACAO E EXCECAO PARA
      * A AREA FINANCEIRA CONFERIR COM A ADQUIRENTE.
           IF RBR-ID-PEDIDO IS NOT NUMERIC
              MOVE 'ID DO PEDIDO NAO NUMERICO'
                                           TO WS-MOTIVO-EXC
           ELSE
              MOVE RBR-ID-PEDIDO           TO DCLRBO-ID-PEDIDO
              EXEC SQL
                 SELECT CPF, TOKEN_CARTAO, STATUS
                 INTO  :DCLRBO-CPF, :DCLRBO-TOKEN-CARTAO,
                       :DCLRBO-STATUS
                 FROM  REEMBOLSOS
                 WHERE ID_PEDIDO = :DCLRBO-ID-PEDIDO
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = +100
                    MOVE 'REEMBOLSO INEXISTENTE'
                                           TO WS-MOTIVO-EXC
                 WHEN SQLCODE NOT = 0
                    ADD 1                  TO WS-QTD-ERROS
                    MOVE SQLCODE           TO WS-SQLCODE
                    STRING 'ERRO NA LEITURA DE REEMBOLSOS SQLC:'
                           WS-SQLCODE      DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                    DISPLAY WS-MSG-ERRO
                    MOVE 'ERRO SQL NA LEITURA DO REEMBOLSO'
                                           TO WS-MOTIVO-EXC
                 WHEN DCLRBO-STATUS = 'E'
                    MOVE 'REEMBOLSO JA EFETIVADO'
                                           TO WS-MOTIVO-EXC
                 WHEN DCLRBO-STATUS NOT = 'T'
                    STRING 'REEMBOLSO NAO TRANSMITIDO - STATUS '
                           DCLRBO-STATUS   DELIMITED BY SIZE
                                           INTO WS-MOTIVO-EXC
                 WHEN DCLRBO-TOKEN-CARTAO NOT = RBR-TOKEN-CARTAO
                    MOVE 'TOKEN DO CARTAO DIVERGENTE'
                                           TO WS-MOTIVO-EXC
                 WHEN RBR-RESULTADO NOT = 'A' AND
                      RBR-RESULTADO NOT = 'R'
                    MOVE 'RESULTADO DESCONHECIDO'
                                           TO WS-MOTIVO-EXC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-MOTIVO-EXC NOT = SPACES
              ADD 1                        TO WS-QTD-INCONSISTENTES
           END-IF
           .
       220-APLICA-RESULTADO.
           MOVE WS-DATA-HOJE               TO DCLRBO-DATA-RETORNO
           IF RBR-RESULTADO = 'A'
              MOVE 'E'                     TO DCLRBO-STATUS
              MOVE SPACES                  TO DCLRBO-MOTIVO-RECUSA
           ELSE
              MOVE 'R'                     TO DCLRBO-STATUS
              MOVE SPACES                  TO DCLRBO-MOTIVO-RECUSA
              STRING RBR-COD-RECUSA        DELIMITED BY SIZE
                     ' '                   DELIMITED BY SIZE
                     RBR-DESC-RECUSA       DELIMITED BY SIZE
                                           INTO DCLRBO-MOTIVO-RECUSA
           END-IF
           EXEC SQL
              UPDATE REEMBOLSOS
              SET    STATUS         = :DCLRBO-STATUS,
                     DATA_RETORNO   = :DCLRBO-DATA-RETORNO,
                     MOTIVO_RECUSA  = :DCLRBO-MOTIVO-RECUSA
              WHERE  ID_PEDIDO      = :DCLRBO-ID-PEDIDO
              AND    STATUS         = 'T'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO NO UPDATE DE REEMBOLSOS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
              MOVE 'ERRO SQL NA BAIXA DO REEMBOLSO'
                                           TO WS-MOTIVO-EXC
           ELSE
              IF DCLRBO-STATUS = 'E'
                 ADD 1                     TO WS-QTD-EFETIVADOS
                 PERFORM 230-AVISA-CLIENTE
              ELSE
      * RECUSA VAI PARA O RELATORIO DE EXCECAO COM O MOTIVO DA
      * ADQUIRENTE - O BALCAO DE DEVOLUCOES TRATA E REENVIA
                 ADD 1                     TO WS-QTD-RECUSADOS
                 STRING 'RECUSADO: '       DELIMITED BY SIZE
                        DCLRBO-MOTIVO-RECUSA
                                           DELIMITED BY SIZE
                                           INTO WS-MOTIVO-EXC
              END-IF
           END-IF
           .
       230-AVISA-CLIENTE.
      * AVISO DE REEMBOLSO EFETIVADO NO EMAIL CONFIRMADO DO CLIENTE,
      * PELA CAIXA DE SAIDA EMAIL_OUTBOX - SEM EMAIL CADASTRADO O
      * REEMBOLSO SEGUE EFETIVADO, SO NAO HA AVISO.
           MOVE DCLRBO-CPF                 TO DCLCLI-CPF
           MOVE SPACES                     TO DCLCLI-EMAIL
           EXEC SQL
              SELECT EMAIL
              INTO  :DCLCLI-EMAIL
              FROM  CLIENTES
              WHERE CPF = :DCLCLI-CPF
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO NA LEITURA DE CLIENTES SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           END-IF
           IF SQLCODE = 0 AND DCLCLI-EMAIL NOT = SPACES
              MOVE DCLCLI-EMAIL            TO DCLEML-EMAIL-DESTINO
              MOVE 'REEMBOLS'              TO DCLEML-ID-TEMPLATE
              MOVE SPACES                  TO DCLEML-PAYLOAD
              MOVE DCLRBO-ID-PEDIDO        TO WS-PEDIDO-ED
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
       280-GRAVA-EXCECAO.
           MOVE SPACES                     TO REL-LINHA
           STRING RBR-ID-PEDIDO            DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-MOTIVO-EXC            DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           .
       999-GRAVA-OUTBOX.
      * GRAVA O AVISO NA CAIXA DE SAIDA PERSISTENTE. A CHAVE MAX+1
      * PODE COLIDIR COM OUTRA TRANSACAO SIMULTANEA (-803) - NESSE
      * CASO O INSERT E RETENTADO COM UMA CHAVE NOVA.
           MOVE 'P'                        TO DCLEML-STATUS
           PERFORM 999-VERIFICA-SUPRESSAO
           MOVE 0                          TO DCLEML-QTD-TENTATIVAS
           MOVE SPACES                     TO DCLEML-DATA-HORA-CRIACAO
           STRING WS-DATA-HOJE             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-HORA-EDIT             DELIMITED BY SIZE
                                       INTO DCLEML-DATA-HORA-CRIACAO
           MOVE SPACES                     TO DCLEML-DATA-HORA-ENVIO
           MOVE 'N'                        TO WS-OUTBOX-GRAVADO
           MOVE 0                          TO WS-OUTBOX-TENTATIVA
           PERFORM 999-INSERE-OUTBOX
                   UNTIL WS-OUTBOX-GRAVADO = 'S'
                   OR    WS-OUTBOX-TENTATIVA >= 3
           IF WS-OUTBOX-GRAVADO NOT = 'S'
              ADD 1                        TO WS-QTD-ERROS
              MOVE 'ERRO AO GRAVAR NA EMAIL_OUTBOX'
                                           TO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           END-IF
           .
       999-INSERE-OUTBOX.
           ADD 1                           TO WS-OUTBOX-TENTATIVA
           EXEC SQL
              SELECT VALUE(MAX(ID_EMAIL), 0) + 1
              INTO  :DCLEML-ID-EMAIL
              FROM  EMAIL_OUTBOX
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 9                       TO WS-OUTBOX-TENTATIVA
           ELSE
              EXEC SQL
                 INSERT INTO EMAIL_OUTBOX
                        (ID_EMAIL, EMAIL_DESTINO, ID_TEMPLATE,
                         PAYLOAD, STATUS, QTD_TENTATIVAS,
                         DATA_HORA_CRIACAO, DATA_HORA_ENVIO)
                 VALUES (:DCLEML-ID-EMAIL, :DCLEML-EMAIL-DESTINO,
                         :DCLEML-ID-TEMPLATE, :DCLEML-PAYLOAD,
                         :DCLEML-STATUS, :DCLEML-QTD-TENTATIVAS,
                         :DCLEML-DATA-HORA-CRIACAO,
                         :DCLEML-DATA-HORA-ENVIO)
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE 'S'               TO WS-OUTBOX-GRAVADO
                 WHEN -803
      * CHAVE DUPLICADA POR CONCORRENCIA - RETENTA COM MAX+1 NOVO
                    CONTINUE
                 WHEN OTHER
                    MOVE 9                 TO WS-OUTBOX-TENTATIVA
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
           MOVE SPACES                     TO REL-LINHA
           STRING 'DETALHES LIDOS:            '
                  WS-QTD-LIDOS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'REEMBOLSOS EFETIVADOS:     '
                  WS-QTD-EFETIVADOS        DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'REEMBOLSOS RECUSADOS:      '
                  WS-QTD-RECUSADOS         DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'DETALHES INCONSISTENTES:   '
                  WS-QTD-INCONSISTENTES    DELIMITED BY SIZE
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
           STRING 'ERROS:                     '
                  WS-QTD-ERROS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           EVALUATE TRUE
              WHEN WS-QTD-ERROS > 0 OR WS-ARQ-RECUSADO = 'S'
                 MOVE 8                    TO RETURN-CODE
              WHEN WS-QTD-RECUSADOS > 0 OR WS-QTD-INCONSISTENTES > 0
                 MOVE 4                    TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 950-GRAVA-CONTROLE
           IF WS-ARQ-RECUSADO = 'N'
              CLOSE ARQRBR
           END-IF
           CLOSE RELRBR
           .
       950-GRAVA-CONTROLE.
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
      * (GENERALIZACAO DO CTLREC DO T10BREC) - O RESUMO MATINAL
      * T10BCTL COMPARA CADA EXECUCAO COM A ANTERIOR E ACUSA JOB
      * ESPERADO SEM REGISTRO. RECUSAS E INCONSISTENCIAS SAO AS
      * EXCECOES.
           MOVE 'T10BRBR'                  TO DCLCTB-PROGRAMA
           MOVE WS-DATA-SYS                TO DCLCTB-DATA-EXECUCAO
           MOVE WS-QTD-LIDOS               TO DCLCTB-QTD-LIDOS
           MOVE WS-QTD-RECUSADOS           TO DCLCTB-QTD-EXCECOES
           ADD  WS-QTD-INCONSISTENTES      TO DCLCTB-QTD-EXCECOES
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
