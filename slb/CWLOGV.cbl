                      *  Arquivo via CWLOGV_ARQUIVO (GR9999.LOG por   *
                      *  falta).  RETURN-CODE 0 = integra, 4 =        *
                      *  corrente quebrada, 8 = arquivo ausente.      *
                      *  CWLOGV_RELATORIO=N so devolve o RETURN-CODE, *
                      *  sem o relatorio (sonda de saude CWSAUD).     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 DIGESTO-CALC             PIC  X(030) VALUE SPACES.
           05 DIGESTO-ANTERIOR         PIC  X(030) VALUE SPACES.
           05 CONTEUDO                 PIC  X(250) VALUE SPACES.
           05 RELATORIO                PIC  X(001) VALUE SPACE.

       01  LINHAS-DE-IMPRESSAO-LV.
       02  LINHA-LV-1.
                   END-IF
           END-PERFORM
           CLOSE LOGWK
           IF   RELATORIO = "N"
                IF   QUEBRA-LINHA > 0
                     MOVE 4 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE
                END-IF
                GO TO 100-99-FIM
           END-IF

           MOVE "AUDITORIA"            TO CWIMPR-TITLE
           MOVE "INTEGRIDADE DA TRILHA" TO CWIMPR-SUB-TITLE
           ACCEPT  LB-LOGWK         FROM ENVIRONMENT-VALUE
           IF   LB-LOGWK = SPACES
                MOVE "GR9999.LOG" TO LB-LOGWK
           END-IF
           DISPLAY "CWLOGV_RELATORIO" UPON ENVIRONMENT-NAME
           ACCEPT  RELATORIO          FROM ENVIRONMENT-VALUE
           IF   RELATORIO = "n"
                MOVE "N" TO RELATORIO
           END-IF.

       800-99-FIM. EXIT.
