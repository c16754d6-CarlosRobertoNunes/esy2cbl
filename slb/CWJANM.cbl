           05 CT-JOB                   PIC  X(007) VALUE SPACES.
           05 CT-CORTE                 PIC  9(004) VALUE 0.
           05 CT-REABRE                PIC  9(004) VALUE 0.
           05 CT-DONO                  PIC  X(030) VALUE SPACES.
           05 CT-DONO-ANTES            PIC  X(030) VALUE SPACES.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 OBS                      PIC  X(078) VALUE SPACES.

       COPY CWBOXS.
       COPY CWBOXW.
           MOVE "~Incluir/alterar janela" TO CWBOXS-TEXT (1)
           MOVE "~Excluir janela"         TO CWBOXS-TEXT (2)
           MOVE "corte de ~Lote (job)"    TO CWBOXS-TEXT (3)
           MOVE "~Dono da corrente"       TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-GRAVA  THRU 110-99-FIM
               WHEN 2 PERFORM 120-EXCLUI THRU 120-99-FIM
               WHEN 3 PERFORM 200-CORTE  THRU 200-99-FIM
               WHEN 4 PERFORM 210-DONO   THRU 210-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

       200-99-FIM. EXIT.

      *    Dono da corrente: conta de servico "PS" com que os passos
      *    rodam (grupos, spool, impressora e centro de custo dela);
      *    em branco = usuario do executor, como sempre
       210-DONO.

           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 06 TO CWBOXW-VERTICAL-LENGTH
           MOVE 60 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100718" "Corrente (job)    :"
           CALL "CWMSGW" USING "110718" "Conta de servico  :"
           MOVE SPACES TO CT-JOB CT-DONO
           ACCEPT CT-JOB AT 1027 WITH UPDATE
           IF   CT-JOB = SPACES
                GO TO 210-FECHA
           END-IF
           PERFORM 220-LE-JB THRU 220-99-FIM
           IF   FS-CWCONF NOT < "10"
                MOVE "Corrente sem registro JB" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 210-FECHA
           END-IF
           IF   CWCONF-NOME NOT = LOW-VALUES
                MOVE CWCONF-NOME TO CT-DONO
           END-IF
           MOVE CT-DONO TO CT-DONO-ANTES
           ACCEPT CT-DONO AT 1127 WITH UPDATE
           IF   CT-DONO = CT-DONO-ANTES
                GO TO 210-FECHA
           END-IF
           IF   CT-DONO NOT = SPACES
                MOVE "PS"    TO CWCONF-REG
                MOVE CT-DONO TO CWCONF-NOME
                SET CWSQLC-READ        TO TRUE
                SET CWSQLC-EQUAL       TO TRUE
                SET CWSQLC-IGNORE-LOCK TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                IF   FS-CWCONF NOT < "10"
                     MOVE "Usuario nao cadastrado" TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     GO TO 210-FECHA
                END-IF
                IF   NOT CWCONF-SERVICO
                     MOVE "Usuario nao e' conta de servico"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     GO TO 210-FECHA
                END-IF
                PERFORM 220-LE-JB THRU 220-99-FIM
                IF   FS-CWCONF NOT < "10"
                     GO TO 210-FECHA
                END-IF
           END-IF
           MOVE CT-DONO TO CWCONF-NOME
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           IF   CT-DONO = SPACES
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", retirou o dono da corrente '
                       DELIMITED BY SIZE
                       CT-JOB DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
           ELSE
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", deu a corrente ' DELIMITED BY SIZE
                       CT-JOB DELIMITED BY SPACE
                       " a conta " DELIMITED BY SIZE
                       CT-DONO DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
           END-IF
           CALL "CWLOGW" USING "#" OBS
           MOVE "Dono da corrente gravado" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       210-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       210-99-FIM. EXIT.

       220-LE-JB.

           MOVE "JB"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE CT-JOB TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       220-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
