      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T10BDEC.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  JOB BATCH MENSAL - RESULTADO DAS DECISOES DA AREA DE FRAUDE.  *
      *  LE OS ALERTAS DE ALERTAS_FRAUDE DECIDIDOS NO MES DE           *
      *  REFERENCIA (MES ANTERIOR, OU MM/AAAA DO ARQUIVO PARMDEC) E    *
      *  MOSTRA EM RELDEC O TEMPO DO ALERTA ATE A DECISAO E AS TAXAS   *
      *  DE LIBERACAO E CANCELAMENTO POR ANALISTA E POR SEMANA DO MES. *
      *  CADA PEDIDO LIBERADO E SEGUIDO EM PEDIDOS_STATUS_HIST E EM    *
      *  REEMBOLSOS: ENTREGUE SEM DEVOLUCAO, DEVOLVIDO (DV), CANCELADO *
      *  DEPOIS (CA) OU AINDA EM CURSO, E SE HOUVE REEMBOLSO EFETIVADO *
      *  - POR ORIGEM DO ALERTA E, NOS ALERTAS DE VELOCIDADE, POR      *
      *  QUANTIDADE DE CARTOES EM 24H (AFERE O LIMITE DO T10PCDA).     *
      *  ALERTA AINDA PENDENTE ALEM DO SLA EM DIAS DO PARMDEC SAI      *
      *  LISTADO E FORCA RETORNO 4.                                    *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PARMDEC                  ASSIGN TO PARMDEC
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
           SELECT RELDEC                   ASSIGN TO RELDEC
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  PARMDEC.
       01  PARM-LINHA.
           05 PARM-SLA-ALERTA              PIC 9(03).
           05 FILLER                       PIC X(01).
           05 PARM-MES-REF.
              10 PARM-REF-MES              PIC 9(02).
              10 PARM-REF-BARRA            PIC X(01).
              10 PARM-REF-ANO              PIC 9(04).
           05 FILLER                       PIC X(69).
       FD  RELDEC.
       01  REL-LINHA                       PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-SQLCODE                      PIC +9(09).
       77  WS-SLA-ALERTA                   PIC 9(03) VALUE 0.
       77  WS-PARM-VALIDO                  PIC X(01) VALUE 'N'.
       77  WS-QTD-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-QTD-DECISOES                 PIC 9(07) VALUE 0.
       77  WS-QTD-ANALISTAS                PIC 9(07) VALUE 0.
       77  WS-QTD-PENDENTES                PIC 9(07) VALUE 0.
       77  WS-QTD-FORA-SLA                 PIC 9(07) VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-QTD-TRANSICOES               PIC S9(09) COMP VALUE 0.
       77  WS-QTD-ET                       PIC S9(09) COMP VALUE 0.
       77  WS-QTD-DV                       PIC S9(09) COMP VALUE 0.
       77  WS-QTD-CA                       PIC S9(09) COMP VALUE 0.
       77  WS-QTD-AUX                      PIC 9(07) VALUE 0.
       77  WS-DEC-QTD                      PIC 9(07) VALUE 0.
       77  WS-IDADE-DIAS                   PIC S9(05) COMP VALUE 0.
       77  WS-MIN-AUX                      PIC S9(11) COMP-3 VALUE 0.
       77  WS-MIN-ALERTA                   PIC S9(11) COMP-3 VALUE 0.
       77  WS-MIN-DECISAO                  PIC S9(11) COMP-3 VALUE 0.
       77  WS-MIN-DECORRIDOS               PIC S9(11) COMP-3 VALUE 0.
       77  WS-TAXA                         PIC 9(03)V9 VALUE 0.
       77  WS-HORAS                        PIC 9(07)V9 VALUE 0.
       77  WS-TAXA-ED                      PIC ZZ9,9.
       77  WS-HORAS-ED                     PIC Z(6)9,9.
       77  WS-IDADE-ED                     PIC ZZZZ9.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-QTD-ED                       PIC Z(6)9.
       77  WS-SLA-ED                       PIC ZZ9.
       77  WS-DIGITO-ED                    PIC 9.
       77  WS-ROTULO                       PIC X(08) VALUE SPACES.
       77  WS-ANALISTA-ATUAL               PIC X(08) VALUE LOW-VALUES.
       77  WS-IDX-ACUM                     PIC S9(04) COMP VALUE 0.
       77  WS-IDX-SEMANA                   PIC S9(04) COMP VALUE 0.
       77  WS-IDX-ORIGEM                   PIC S9(04) COMP VALUE 0.
       77  WS-IDX-VELOC                    PIC S9(04) COMP VALUE 0.
       77  WS-IDX-DSF                      PIC S9(04) COMP VALUE 0.
       77  WS-POS                          PIC S9(04) COMP VALUE 0.
       01  WS-ENDFILE-AUX                  PIC X(01) VALUE 'N'.
           88 ENDFILE-YES                           VALUE 'S'.
           88 ENDFILE-NO                            VALUE 'N'.
      *  ACUMULADORES DE DECISAO: 1 = ANALISTA CORRENTE (QUEBRA POR
      *  USUARIO_DECISAO), 2 = TOTAL DO MES, 3 A 7 = SEMANAS 1 A 5
      *  (DIAS 01-07, 08-14, 15-21, 22-28, 29-31). TEMPOS EM MINUTOS.
       01  WS-TAB-DECISOES.
           05 WS-DEC OCCURS 7 TIMES.
              10 WS-DEC-LIB                PIC 9(07).
              10 WS-DEC-CAN                PIC 9(07).
              10 WS-DEC-MIN                PIC 9(11).
              10 WS-DEC-MAX                PIC 9(07).
      *  DESFECHO POR ALERTA: 1 CANCELADO NA DECISAO, 2 LIBERADO,
      *  3 ENTREGUE SEM DV, 4 DEVOLVIDO (DV), 5 CANCELADO DEPOIS (CA),
      *  6 AINDA EM CURSO, 7 REEMBOLSO EFETIVADO (3 A 7 SO LIBERADOS)
       01  WS-TAB-ORIGENS.
           05 WS-ORI-DSF OCCURS 4 TIMES.
              10 WS-ORI-QTD                PIC 9(07) OCCURS 7 TIMES.
       01  WS-TAB-VELOCIDADE.
           05 WS-VEL-DSF OCCURS 9 TIMES.
              10 WS-VEL-QTD                PIC 9(07) OCCURS 7 TIMES.
       01  WS-TOT-DSF.
           05 WS-TOT-QTD                   PIC 9(07) OCCURS 7 TIMES.
       01  WS-LIN-DSF.
           05 WS-LIN-QTD                   PIC 9(07) OCCURS 7 TIMES.
      *  ORIGEM DO ALERTA PELO INICIO DE ALERTAS_FRAUDE.MOTIVO
       01  WS-ORIGEM-LISTA.
           05 FILLER                       PIC X(08) VALUE 'VELOCID.'.
           05 FILLER                       PIC X(08) VALUE 'BLOQUEIO'.
           05 FILLER                       PIC X(08) VALUE 'CHARGEBK'.
           05 FILLER                       PIC X(08) VALUE 'OUTROS'.
       01  WS-ORIGEM-LISTA-R REDEFINES WS-ORIGEM-LISTA.
           05 WS-ORIGEM-TAB                PIC X(08) OCCURS 4 TIMES.
       01  WS-DATA-SYS.
           05 WS-ANO                       PIC 9(04).
           05 WS-MES                       PIC 99.
           05 WS-DIA                       PIC 99.
       01  WS-DATA-SYS-R REDEFINES WS-DATA-SYS
                                           PIC 9(08).
       01  WS-DATA-HOJE.
           05 WS-DIA-ED                    PIC 99.
           05 FILLER                       PIC X VALUE '/'.
           05 WS-MES-ED                    PIC 99.
           05 FILLER                       PIC X VALUE '/'.
           05 WS-ANO-ED                    PIC 9(04).
      *  MES DE REFERENCIA MM/AAAA - COMPARADO COM AS POSICOES 4-10
      *  DE DATA_DECISAO (DD/MM/AAAA)
       01  WS-MES-REF-G.
           05 WS-REF-MES                   PIC 99.
           05 FILLER                       PIC X VALUE '/'.
           05 WS-REF-ANO                   PIC 9(04).
       01  WS-MES-REF REDEFINES WS-MES-REF-G
                                           PIC X(07).
       01  WS-DIA-DEC-X                    PIC X(02).
       01  WS-DIA-DEC REDEFINES WS-DIA-DEC-X
                                           PIC 99.
       01  WS-DATA-AUX                     PIC X(10).
       01  WS-HORA-AUX.
           05 WS-HAUX-HH                   PIC 99.
           05 FILLER                       PIC X(01).
           05 WS-HAUX-MI                   PIC 99.
           05 FILLER                       PIC X(03).
       01  WS-AMD-AUX                      PIC X(08).
       01  WS-AMD-AUX-R REDEFINES WS-AMD-AUX
                                           PIC 9(08).
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
              INCLUDE TCDCLAFR
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLPSH
           END-EXEC.
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
           IF WS-PARM-VALIDO = 'S'
              PERFORM 400-RESUMOS
              PERFORM 500-PENDENTES
           END-IF
           PERFORM 900-FIM
           STOP RUN
           .
       100-INICIO.
           OPEN INPUT  PARMDEC
           OPEN OUTPUT RELDEC
           INITIALIZE WS-TAB-DECISOES WS-TAB-ORIGENS
                      WS-TAB-VELOCIDADE WS-TOT-DSF
           ACCEPT WS-DATA-SYS FROM DATE YYYYMMDD
           MOVE WS-DIA                     TO WS-DIA-ED
           MOVE WS-MES                     TO WS-MES-ED
           MOVE WS-ANO                     TO WS-ANO-ED
      * SEM MES NO PARMDEC O JOB RELATA O MES ANTERIOR AO DA EXECUCAO
           IF WS-MES = 1
              MOVE 12                      TO WS-REF-MES
              COMPUTE WS-REF-ANO = WS-ANO - 1
           ELSE
              COMPUTE WS-REF-MES = WS-MES - 1
              MOVE WS-ANO                  TO WS-REF-ANO
           END-IF
           MOVE 'S'                        TO WS-ENDFILE-AUX
           READ PARMDEC
              AT END
                 DISPLAY 'PARMDEC VAZIO - JOB ENCERRADO'
                 MOVE 8                    TO RETURN-CODE
              NOT AT END
                 PERFORM 110-VALIDA-PARM
           END-READ
           MOVE SPACES                     TO REL-LINHA
           STRING 'DECISOES DA AREA DE FRAUDE - MES '
                  WS-MES-REF
                  ' - EMITIDO EM '
                  WS-DATA-HOJE             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           IF WS-PARM-VALIDO = 'S'
              MOVE 'N'                     TO WS-ENDFILE-AUX
              MOVE 'TEMPO DO ALERTA ATE A DECISAO POR ANALISTA:'
                                           TO REL-LINHA
              WRITE REL-LINHA
              MOVE 'ANALISTA'              TO WS-ROTULO
              PERFORM 910-CABECALHO-DECISAO
              EXEC SQL
                 DECLARE CUR_DEC_MES CURSOR FOR
                 SELECT ID_PEDIDO, QTD_CARTOES_24H, MOTIVO,
                        DATA_ALERTA, HORA_ALERTA, USUARIO_DECISAO,
                        ACAO_DECISAO, DATA_DECISAO, HORA_DECISAO
                 FROM   ALERTAS_FRAUDE
                 WHERE  STATUS = 'T'
                 AND    SUBSTR(DATA_DECISAO, 4, 7) = :WS-MES-REF
                 ORDER BY USUARIO_DECISAO
              END-EXEC
              EXEC SQL
                 OPEN CUR_DEC_MES
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO AO ABRIR CURSOR DE DECISOES SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
                 MOVE 'S'                  TO WS-ENDFILE-AUX
              END-IF
              PERFORM 150-PROXIMA-DECISAO
           END-IF
           .
       110-VALIDA-PARM.
      * COLS 1-3 SLA EM DIAS PARA ALERTA PENDENTE; COLS 5-11 MES DE
      * REFERENCIA MM/AAAA OPCIONAL, PARA REPROCESSAR UM MES ANTIGO
           IF PARM-SLA-ALERTA IS NOT NUMERIC OR PARM-SLA-ALERTA = 0
              DISPLAY 'PARMDEC INVALIDO (SLA) - JOB ENCERRADO'
              MOVE 8                       TO RETURN-CODE
           ELSE
              MOVE PARM-SLA-ALERTA         TO WS-SLA-ALERTA
              IF PARM-MES-REF = SPACES
                 MOVE 'S'                  TO WS-PARM-VALIDO
              ELSE
                 IF PARM-REF-MES IS NUMERIC
                    AND PARM-REF-MES >= 1 AND PARM-REF-MES <= 12
                    AND PARM-REF-BARRA = '/'
                    AND PARM-REF-ANO IS NUMERIC
                    MOVE PARM-MES-REF      TO WS-MES-REF
                    MOVE 'S'               TO WS-PARM-VALIDO
                 ELSE
                    DISPLAY 'PARMDEC INVALIDO (MES) - JOB ENCERRADO'
                    MOVE 8                 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .
       150-PROXIMA-DECISAO.
           EXEC SQL
              FETCH CUR_DEC_MES
              INTO :DCLAFR-ID-PEDIDO, :DCLAFR-QTD-CARTOES-24H,
                   :DCLAFR-MOTIVO, :DCLAFR-DATA-ALERTA,
                   :DCLAFR-HORA-ALERTA, :DCLAFR-USUARIO-DECISAO,
                   :DCLAFR-ACAO-DECISAO, :DCLAFR-DATA-DECISAO,
                   :DCLAFR-HORA-DECISAO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-ENDFILE-AUX
              WHEN OTHER
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO NO FETCH DE DECISOES SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
                 MOVE 'S'                  TO WS-ENDFILE-AUX
           END-EVALUATE
           .
       200-PROCESSA.
           ADD 1                           TO WS-QTD-LIDOS
           ADD 1                           TO WS-QTD-DECISOES
           IF DCLAFR-USUARIO-DECISAO NOT = WS-ANALISTA-ATUAL
              IF WS-ANALISTA-ATUAL NOT = LOW-VALUES
                 PERFORM 250-QUEBRA-ANALISTA
              END-IF
              MOVE DCLAFR-USUARIO-DECISAO  TO WS-ANALISTA-ATUAL
           END-IF
           PERFORM 210-CALCULA-TEMPO
      * SEMANA DO MES PELO DIA DA DECISAO - DIAS 29 A 31 SAO A 5A
           MOVE DCLAFR-DATA-DECISAO(1:2)   TO WS-DIA-DEC-X
           IF WS-DIA-DEC IS NUMERIC AND WS-DIA-DEC > 0
              COMPUTE WS-IDX-SEMANA = (WS-DIA-DEC - 1) / 7 + 1
           ELSE
              MOVE 1                       TO WS-IDX-SEMANA
           END-IF
           MOVE 1                          TO WS-IDX-ACUM
           PERFORM 220-SOMA-DECISAO
           MOVE 2                          TO WS-IDX-ACUM
           PERFORM 220-SOMA-DECISAO
           COMPUTE WS-IDX-ACUM = WS-IDX-SEMANA + 2
           PERFORM 220-SOMA-DECISAO
           PERFORM 230-CLASSIFICA-ORIGEM
           IF DCLAFR-ACAO-DECISAO = 'L'
              PERFORM 240-DESFECHO-LIBERADO
           ELSE
              MOVE 1                       TO WS-IDX-DSF
              PERFORM 260-SOMA-DESFECHO
           END-IF
           PERFORM 150-PROXIMA-DECISAO
           .
       210-CALCULA-TEMPO.
      * DATAS DD/MM/AAAA E HORAS HH:MM:SS DO ALERTA E DA DECISAO
      * CONVERTIDAS EM MINUTOS CORRIDOS; DADO INVALIDO CONTA ZERO
           MOVE DCLAFR-DATA-ALERTA         TO WS-DATA-AUX
           MOVE DCLAFR-HORA-ALERTA         TO WS-HORA-AUX
           PERFORM 215-CONVERTE-MINUTOS
           MOVE WS-MIN-AUX                 TO WS-MIN-ALERTA
           MOVE DCLAFR-DATA-DECISAO        TO WS-DATA-AUX
           MOVE DCLAFR-HORA-DECISAO        TO WS-HORA-AUX
           PERFORM 215-CONVERTE-MINUTOS
           MOVE WS-MIN-AUX                 TO WS-MIN-DECISAO
           IF WS-MIN-ALERTA = 0 OR WS-MIN-DECISAO = 0
              OR WS-MIN-DECISAO < WS-MIN-ALERTA
              MOVE 0                       TO WS-MIN-DECORRIDOS
           ELSE
              COMPUTE WS-MIN-DECORRIDOS =
                      WS-MIN-DECISAO - WS-MIN-ALERTA
           END-IF
           .
       215-CONVERTE-MINUTOS.
           MOVE SPACES                     TO WS-AMD-AUX
           MOVE WS-DATA-AUX(7:4)           TO WS-AMD-AUX(1:4)
           MOVE WS-DATA-AUX(4:2)           TO WS-AMD-AUX(5:2)
           MOVE WS-DATA-AUX(1:2)           TO WS-AMD-AUX(7:2)
           IF WS-AMD-AUX-R IS NUMERIC
              AND WS-HAUX-HH IS NUMERIC AND WS-HAUX-MI IS NUMERIC
              COMPUTE WS-MIN-AUX =
                      FUNCTION INTEGER-OF-DATE(WS-AMD-AUX-R) * 1440
                    + WS-HAUX-HH * 60 + WS-HAUX-MI
           ELSE
              MOVE 0                       TO WS-MIN-AUX
           END-IF
           .
       220-SOMA-DECISAO.
           IF DCLAFR-ACAO-DECISAO = 'L'
              ADD 1                        TO WS-DEC-LIB(WS-IDX-ACUM)
           ELSE
              ADD 1                        TO WS-DEC-CAN(WS-IDX-ACUM)
           END-IF
           ADD WS-MIN-DECORRIDOS           TO WS-DEC-MIN(WS-IDX-ACUM)
           IF WS-MIN-DECORRIDOS > WS-DEC-MAX(WS-IDX-ACUM)
              MOVE WS-MIN-DECORRIDOS       TO WS-DEC-MAX(WS-IDX-ACUM)
           END-IF
           .
       230-CLASSIFICA-ORIGEM.
      * MOTIVOS GRAVADOS PELO T10PCDA/T50PENT (VELOCIDADE E LISTA DE
      * BLOQUEIO) E PELO T10BCHB (CHARGEBACK)
           EVALUATE TRUE
              WHEN DCLAFR-MOTIVO(1:10) = 'VELOCIDADE'
                 MOVE 1                    TO WS-IDX-ORIGEM
              WHEN DCLAFR-MOTIVO(1:17) = 'LISTA DE BLOQUEIO'
                 MOVE 2                    TO WS-IDX-ORIGEM
              WHEN DCLAFR-MOTIVO(1:10) = 'CHARGEBACK'
                 MOVE 3                    TO WS-IDX-ORIGEM
              WHEN OTHER
                 MOVE 4                    TO WS-IDX-ORIGEM
           END-EVALUATE
           EVALUATE TRUE
              WHEN DCLAFR-QTD-CARTOES-24H < 1
                 MOVE 1                    TO WS-IDX-VELOC
              WHEN DCLAFR-QTD-CARTOES-24H > 9
                 MOVE 9                    TO WS-IDX-VELOC
              WHEN OTHER
                 MOVE DCLAFR-QTD-CARTOES-24H
                                           TO WS-IDX-VELOC
           END-EVALUATE
           .
       240-DESFECHO-LIBERADO.
      * O PEDIDO LIBERADO E SEGUIDO PELO HISTORICO DE STATUS: DV
      * PREVALECE SOBRE A ENTREGA QUE O PRECEDEU; SEM ET, DV OU CA
      * O PEDIDO AINDA ESTA EM CURSO. O REEMBOLSO CONTA A PARTE.
           MOVE 2                          TO WS-IDX-DSF
           PERFORM 260-SOMA-DESFECHO
           MOVE DCLAFR-ID-PEDIDO           TO DCLPSH-ID-PEDIDO
           MOVE 'DV'                       TO DCLPSH-STATUS-NOVO
           PERFORM 245-CONTA-TRANSICAO
           MOVE WS-QTD-TRANSICOES          TO WS-QTD-DV
           MOVE 'CA'                       TO DCLPSH-STATUS-NOVO
           PERFORM 245-CONTA-TRANSICAO
           MOVE WS-QTD-TRANSICOES          TO WS-QTD-CA
           MOVE 'ET'                       TO DCLPSH-STATUS-NOVO
           PERFORM 245-CONTA-TRANSICAO
           MOVE WS-QTD-TRANSICOES          TO WS-QTD-ET
           EVALUATE TRUE
              WHEN WS-QTD-DV > 0
                 MOVE 4                    TO WS-IDX-DSF
              WHEN WS-QTD-CA > 0
                 MOVE 5                    TO WS-IDX-DSF
              WHEN WS-QTD-ET > 0
                 MOVE 3                    TO WS-IDX-DSF
              WHEN OTHER
                 MOVE 6                    TO WS-IDX-DSF
           END-EVALUATE
           PERFORM 260-SOMA-DESFECHO
           MOVE DCLAFR-ID-PEDIDO           TO DCLRBO-ID-PEDIDO
           EXEC SQL
              SELECT STATUS
              INTO  :DCLRBO-STATUS
              FROM  REEMBOLSOS
              WHERE ID_PEDIDO = :DCLRBO-ID-PEDIDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF DCLRBO-STATUS = 'E'
                    MOVE 7                 TO WS-IDX-DSF
                    PERFORM 260-SOMA-DESFECHO
                 END-IF
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO AO LER REEMBOLSOS SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
           END-EVALUATE
           .
       245-CONTA-TRANSICAO.
           MOVE 0                          TO WS-QTD-TRANSICOES
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-TRANSICOES
              FROM  PEDIDOS_STATUS_HIST
              WHERE ID_PEDIDO   = :DCLPSH-ID-PEDIDO
              AND   STATUS_NOVO = :DCLPSH-STATUS-NOVO
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO LER HISTORICO DE STATUS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
              MOVE 0                       TO WS-QTD-TRANSICOES
           END-IF
           .
       250-QUEBRA-ANALISTA.
           ADD 1                           TO WS-QTD-ANALISTAS
           MOVE WS-ANALISTA-ATUAL          TO WS-ROTULO
           MOVE 1                          TO WS-IDX-ACUM
           PERFORM 920-LINHA-DECISAO
           INITIALIZE WS-DEC(1)
           .
       260-SOMA-DESFECHO.
           ADD 1 TO WS-ORI-QTD(WS-IDX-ORIGEM, WS-IDX-DSF)
           ADD 1 TO WS-TOT-QTD(WS-IDX-DSF)
           IF WS-IDX-ORIGEM = 1
              ADD 1 TO WS-VEL-QTD(WS-IDX-VELOC, WS-IDX-DSF)
           END-IF
           .
       400-RESUMOS.
           EXEC SQL
              CLOSE CUR_DEC_MES
           END-EXEC
           IF WS-ANALISTA-ATUAL NOT = LOW-VALUES
              PERFORM 250-QUEBRA-ANALISTA
           END-IF
           MOVE 'TOTAL'                    TO WS-ROTULO
           MOVE 2                          TO WS-IDX-ACUM
           PERFORM 920-LINHA-DECISAO
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'TEMPO DO ALERTA ATE A DECISAO POR SEMANA DO MES:'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE '(SEMANA 1 = DIAS 01-07 ... SEMANA 5 = DIAS 29-31)'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'SEMANA'                   TO WS-ROTULO
           PERFORM 910-CABECALHO-DECISAO
           PERFORM 410-LINHA-SEMANA
                   VARYING WS-IDX-SEMANA FROM 1 BY 1
                   UNTIL WS-IDX-SEMANA > 5
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'DECISOES E DESFECHO DOS LIBERADOS POR ORIGEM:'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'ORIGEM'                   TO WS-ROTULO
           PERFORM 930-CABECALHO-DESFECHO
           PERFORM 420-LINHA-ORIGEM
                   VARYING WS-IDX-ORIGEM FROM 1 BY 1
                   UNTIL WS-IDX-ORIGEM > 4
           MOVE 'TOTAL'                    TO WS-ROTULO
           MOVE WS-TOT-DSF                 TO WS-LIN-DSF
           PERFORM 940-LINHA-DESFECHO
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'ALERTAS DE VELOCIDADE POR CARTOES CADASTRADOS EM 24H:'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CARTOES'                  TO WS-ROTULO
           PERFORM 930-CABECALHO-DESFECHO
           PERFORM 430-LINHA-VELOCIDADE
                   VARYING WS-IDX-VELOC FROM 1 BY 1
                   UNTIL WS-IDX-VELOC > 9
           .
       410-LINHA-SEMANA.
           MOVE WS-IDX-SEMANA              TO WS-DIGITO-ED
           MOVE 'SEMANA'                   TO WS-ROTULO
           MOVE WS-DIGITO-ED               TO WS-ROTULO(8:1)
           COMPUTE WS-IDX-ACUM = WS-IDX-SEMANA + 2
           PERFORM 920-LINHA-DECISAO
           .
       420-LINHA-ORIGEM.
           MOVE WS-ORIGEM-TAB(WS-IDX-ORIGEM)
                                           TO WS-ROTULO
           MOVE WS-ORI-DSF(WS-IDX-ORIGEM)  TO WS-LIN-DSF
           PERFORM 940-LINHA-DESFECHO
           .
       430-LINHA-VELOCIDADE.
      * SO AS QUANTIDADES QUE TIVERAM DECISAO NO MES; 9 = 9 OU MAIS
           IF WS-VEL-QTD(WS-IDX-VELOC, 1) > 0
              OR WS-VEL-QTD(WS-IDX-VELOC, 2) > 0
              MOVE WS-IDX-VELOC            TO WS-DIGITO-ED
              MOVE SPACES                  TO WS-ROTULO
              MOVE WS-DIGITO-ED            TO WS-ROTULO(1:1)
              IF WS-IDX-VELOC = 9
                 MOVE '+'                  TO WS-ROTULO(2:1)
              END-IF
              MOVE WS-VEL-DSF(WS-IDX-VELOC)
                                           TO WS-LIN-DSF
              PERFORM 940-LINHA-DESFECHO
           END-IF
           .
       500-PENDENTES.
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-SLA-ALERTA              TO WS-SLA-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'ALERTAS PENDENTES HA MAIS DE '
                  WS-SLA-ED
                  ' DIAS (SLA):'           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PEDIDO     CPF          ALERTA       DIAS  MOTIVO'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'N'                        TO WS-ENDFILE-AUX
           EXEC SQL
              DECLARE CUR_DEC_PEND CURSOR FOR
              SELECT ID_PEDIDO, CPF, MOTIVO, DATA_ALERTA
              FROM   ALERTAS_FRAUDE
              WHERE  STATUS = 'P'
              ORDER BY SUBSTR(DATA_ALERTA, 7, 4),
                       SUBSTR(DATA_ALERTA, 4, 2),
                       SUBSTR(DATA_ALERTA, 1, 2),
                       HORA_ALERTA
           END-EXEC
           EXEC SQL
              OPEN CUR_DEC_PEND
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO ABRIR CURSOR DE PENDENTES SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           ELSE
              PERFORM 510-PROXIMO-PENDENTE
              PERFORM 520-TRATA-PENDENTE UNTIL ENDFILE-YES
              EXEC SQL
                 CLOSE CUR_DEC_PEND
              END-EXEC
           END-IF
           .
       510-PROXIMO-PENDENTE.
           EXEC SQL
              FETCH CUR_DEC_PEND
              INTO :DCLAFR-ID-PEDIDO, :DCLAFR-CPF, :DCLAFR-MOTIVO,
                   :DCLAFR-DATA-ALERTA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-ENDFILE-AUX
              WHEN OTHER
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO NO FETCH DE PENDENTES SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
                 MOVE 'S'                  TO WS-ENDFILE-AUX
           END-EVALUATE
           .
       520-TRATA-PENDENTE.
           ADD 1                           TO WS-QTD-LIDOS
           ADD 1                           TO WS-QTD-PENDENTES
           MOVE SPACES                     TO WS-AMD-AUX
           MOVE DCLAFR-DATA-ALERTA(7:4)    TO WS-AMD-AUX(1:4)
           MOVE DCLAFR-DATA-ALERTA(4:2)    TO WS-AMD-AUX(5:2)
           MOVE DCLAFR-DATA-ALERTA(1:2)    TO WS-AMD-AUX(7:2)
           IF WS-AMD-AUX-R IS NUMERIC
              COMPUTE WS-IDADE-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-SYS-R)
                    - FUNCTION INTEGER-OF-DATE(WS-AMD-AUX-R)
           ELSE
              MOVE 0                       TO WS-IDADE-DIAS
           END-IF
           IF WS-IDADE-DIAS > WS-SLA-ALERTA
              ADD 1                        TO WS-QTD-FORA-SLA
              MOVE DCLAFR-ID-PEDIDO        TO WS-PEDIDO-ED
              MOVE WS-IDADE-DIAS           TO WS-IDADE-ED
              MOVE SPACES                  TO REL-LINHA
              STRING WS-PEDIDO-ED          DELIMITED BY SIZE
                     '  '                  DELIMITED BY SIZE
                     DCLAFR-CPF            DELIMITED BY SIZE
                     '  '                  DELIMITED BY SIZE
                     DCLAFR-DATA-ALERTA    DELIMITED BY SIZE
                     ' '                   DELIMITED BY SIZE
                     WS-IDADE-ED           DELIMITED BY SIZE
                     '  '                  DELIMITED BY SIZE
                     DCLAFR-MOTIVO         DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           END-IF
           PERFORM 510-PROXIMO-PENDENTE
           .
       900-FIM.
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'MES DE REFERENCIA:         '
                  WS-MES-REF               DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'DECISOES NO MES:           '
                  WS-QTD-DECISOES          DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ANALISTAS:                 '
                  WS-QTD-ANALISTAS         DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TOT-QTD(2)              TO WS-QTD-AUX
           MOVE SPACES                     TO REL-LINHA
           STRING 'PEDIDOS LIBERADOS:         '
                  WS-QTD-AUX               DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TOT-QTD(1)              TO WS-QTD-AUX
           MOVE SPACES                     TO REL-LINHA
           STRING 'CANCELAMENTOS CONFIRMADOS: '
                  WS-QTD-AUX               DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ALERTAS PENDENTES:         '
                  WS-QTD-PENDENTES         DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'PENDENTES ALEM DO SLA:     '
                  WS-QTD-FORA-SLA          DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ERROS SQL:                 '
                  WS-QTD-ERROS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
      * ALERTA PARADO ALEM DO SLA E PEDIDO RETIDO SEM ANALISE - O
      * RETORNO NAO ZERO FAZ O SCHEDULER ACIONAR A AREA DE FRAUDE
           EVALUATE TRUE
              WHEN RETURN-CODE > 0
                 CONTINUE
              WHEN WS-QTD-ERROS > 0
                 MOVE 8                    TO RETURN-CODE
              WHEN WS-QTD-FORA-SLA > 0
                 MOVE 4                    TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 950-GRAVA-CONTROLE
           CLOSE PARMDEC RELDEC
           .
       910-CABECALHO-DECISAO.
           MOVE 'ANALISTA DECISOES    LIBER   CANCEL'
                                           TO REL-LINHA
           MOVE '%LIB  %CANC   MEDIA(H)     MAX(H)'
                                           TO REL-LINHA(39:33)
           MOVE WS-ROTULO                  TO REL-LINHA(1:8)
           WRITE REL-LINHA
           .
       920-LINHA-DECISAO.
      * LINHA DE DECISOES DO ACUMULADOR WS-IDX-ACUM: QUANTIDADES,
      * TAXAS DE LIBERACAO E CANCELAMENTO E TEMPOS MEDIO E MAXIMO
      * DO ALERTA ATE A DECISAO, EM HORAS
           MOVE SPACES                     TO REL-LINHA
           MOVE WS-ROTULO                  TO REL-LINHA(1:8)
           COMPUTE WS-DEC-QTD = WS-DEC-LIB(WS-IDX-ACUM)
                              + WS-DEC-CAN(WS-IDX-ACUM)
           MOVE WS-DEC-QTD                 TO WS-QTD-ED
           MOVE WS-QTD-ED                  TO REL-LINHA(11:7)
           MOVE WS-DEC-LIB(WS-IDX-ACUM)    TO WS-QTD-ED
           MOVE WS-QTD-ED                  TO REL-LINHA(20:7)
           MOVE WS-DEC-CAN(WS-IDX-ACUM)    TO WS-QTD-ED
           MOVE WS-QTD-ED                  TO REL-LINHA(29:7)
           IF WS-DEC-QTD > 0
              COMPUTE WS-TAXA ROUNDED =
                      WS-DEC-LIB(WS-IDX-ACUM) * 100 / WS-DEC-QTD
              MOVE WS-TAXA                 TO WS-TAXA-ED
              MOVE WS-TAXA-ED              TO REL-LINHA(38:5)
              COMPUTE WS-TAXA ROUNDED =
                      WS-DEC-CAN(WS-IDX-ACUM) * 100 / WS-DEC-QTD
              MOVE WS-TAXA                 TO WS-TAXA-ED
              MOVE WS-TAXA-ED              TO REL-LINHA(45:5)
              COMPUTE WS-HORAS ROUNDED =
                      WS-DEC-MIN(WS-IDX-ACUM) / WS-DEC-QTD / 60
              MOVE WS-HORAS                TO WS-HORAS-ED
              MOVE WS-HORAS-ED             TO REL-LINHA(52:9)
              COMPUTE WS-HORAS ROUNDED =
                      WS-DEC-MAX(WS-IDX-ACUM) / 60
              MOVE WS-HORAS                TO WS-HORAS-ED
              MOVE WS-HORAS-ED             TO REL-LINHA(63:9)
           END-IF
           WRITE REL-LINHA
           .
       930-CABECALHO-DESFECHO.
           MOVE 'CANC.FR=CANCELADO NA DECISAO  CANC.CA=CANCELADO DEPOIS'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'ENTREG.=ENTREGUE SEM DV  REEMB.=REEMBOLSO EFETIVADO'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           MOVE WS-ROTULO                  TO REL-LINHA(1:8)
           MOVE 'CANC.FR   LIBER.  ENTREG.   DEV.DV  CANC.CA'
                                           TO REL-LINHA(10:43)
           MOVE 'CURSO   REEMB.'           TO REL-LINHA(57:14)
           WRITE REL-LINHA
           .
       940-LINHA-DESFECHO.
      * LINHA DE DESFECHO A PARTIR DE WS-LIN-DSF - SETE COLUNAS DE
      * SETE POSICOES A PARTIR DA POSICAO 10
           MOVE SPACES                     TO REL-LINHA
           MOVE WS-ROTULO                  TO REL-LINHA(1:8)
           PERFORM 945-COLUNA-DESFECHO
                   VARYING WS-IDX-DSF FROM 1 BY 1
                   UNTIL WS-IDX-DSF > 7
           WRITE REL-LINHA
           .
       945-COLUNA-DESFECHO.
           COMPUTE WS-POS = 10 + (WS-IDX-DSF - 1) * 9
           MOVE WS-LIN-QTD(WS-IDX-DSF)     TO WS-QTD-ED
           MOVE WS-QTD-ED                  TO REL-LINHA(WS-POS:7)
           .
       950-GRAVA-CONTROLE.
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
      * - O RESUMO MATINAL T10BCTL ACUSA JOB ESPERADO SEM REGISTRO.
      * LIDOS = DECISOES DO MES + PENDENTES; EXCECOES = PENDENTES
      * ALEM DO SLA.
           MOVE 'T10BDEC'                  TO DCLCTB-PROGRAMA
           MOVE WS-DATA-SYS                TO DCLCTB-DATA-EXECUCAO
           MOVE WS-QTD-LIDOS               TO DCLCTB-QTD-LIDOS
           MOVE WS-QTD-FORA-SLA            TO DCLCTB-QTD-EXCECOES
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
