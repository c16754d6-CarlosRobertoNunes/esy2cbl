
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWSODC.
       COPY CWCONF.

       PROCEDURE DIVISION.
           ACCEPT EV-INICIO AT 1227 WITH UPDATE
           ACCEPT EV-FIM    AT 1327 WITH UPDATE

           IF   EV-INICIO NOT = 0
           OR   EV-FIM NOT = 0
                PERFORM 110-SEGREGACAO THRU 110-99-FIM
                IF   CWSODC-LIBERADO NOT = "S"
                     GO TO 100-FECHA
                END-IF
           END-IF

           IF   EV-INICIO = 0
           AND  EV-FIM = 0
      *         Revogacao

       100-99-FIM. EXIT.

      *    Segregacao de funcoes: o acesso com a elevacao proposta
      *    contra as regras "SD"; violacao so passa com
      *    justificativa.  O "PS" e' relido depois (o CWSODC
      *    reposiciona o arquivo)
       110-SEGREGACAO.

           SET  CWSODC-CARREGA TO TRUE
           MOVE EV-USUARIO     TO CWSODC-USUARIO
           CALL "CWSODC" USING PARAMETROS-CWSODC
           MOVE EV-GRUPO TO CWSODC-GRUPO (7)
           MOVE EV-NIVEL TO CWSODC-NIVEL-ELEV
           SET  CWSODC-JUSTIFICA TO TRUE
           CALL "CWSODC" USING PARAMETROS-CWSODC
           MOVE "PS"       TO CWCONF-REG
           MOVE EV-USUARIO TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE "N" TO CWSODC-LIBERADO
           END-IF.

       110-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           IF   FS-CWCONF < "10"
           AND  CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO NIVEL-OPERADOR
           END-IF
           MOVE "CWELEV" TO CWSODC-ORIGEM.

       800-99-FIM. EXIT.

