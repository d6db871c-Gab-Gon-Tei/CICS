      *  ULTIMA EXECUCAO MAIS VELHA QUE O PRAZO, SAI EM LINHA DE       *
      *  DESTAQUE E FORCA RETORNO 4 PARA O SCHEDULER ALERTAR - UM JOB  *
      *  QUE SIMPLESMENTE NAO RODOU NAO PODE PASSAR DESPERCEBIDO.      *
      *  ULTIMA EXECUCAO COM RETORNO 8 OU MAIOR (ERRO OU ARQUIVO DE    *
      *  ENTRADA RECUSADO PELO CONTROLE DE ARQUIVOS_RECEBIDOS) TAMBEM  *
      *  SAI EM DESTAQUE E CONTA COMO ALERTA.                          *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
                                           INTO REL-LINHA
                 WRITE REL-LINHA
              END-IF
              IF WS-COR-RETORNO NOT < 8
                 ADD 1                     TO WS-QTD-ALERTAS
                 MOVE WS-COR-RETORNO       TO WS-RET-ED
                 MOVE SPACES               TO REL-LINHA
                 STRING '**** '            DELIMITED BY SIZE
                        PARM-PROGRAMA      DELIMITED BY SIZE
                        ' TERMINOU COM RETORNO '
                                           DELIMITED BY SIZE
                        WS-RET-ED          DELIMITED BY SIZE
                        ' ****'            DELIMITED BY SIZE
                                           INTO REL-LINHA
                 WRITE REL-LINHA
              END-IF
              MOVE WS-COR-LIDOS            TO WS-LIDOS-ED
              MOVE WS-COR-EXCECOES         TO WS-EXC-ED
              MOVE WS-COR-RETORNO          TO WS-RET-ED
