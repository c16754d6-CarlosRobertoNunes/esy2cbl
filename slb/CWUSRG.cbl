           05 UG-USUARIO               PIC  X(030) VALUE SPACES.
           05 UG-GRUPO OCCURS 5        PIC  X(022).
           05 GRUPO-OK                 PIC  X(001) VALUE SPACE.
           05 UG-SERVICO               PIC  X(001) VALUE SPACE.
           05 UG-SERVICO-ANTES         PIC  X(001) VALUE SPACE.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.

       COPY CWBOXW.
       COPY CWSEND.
       COPY CWSODC.
       COPY CWCONF.

       PROCEDURE DIVISION.
                   MOVE CWCONF-NM-OPCAO (I + 10) (1: 22)
                     TO UG-GRUPO (I)
           END-PERFORM
           IF   CWCONF-SERVICO
                MOVE "S" TO UG-SERVICO
           ELSE
                MOVE "N" TO UG-SERVICO
           END-IF
           MOVE UG-SERVICO TO UG-SERVICO-ANTES

           CALL "CWMSGW" USING "080722" "Grupos adicionais"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   ACCEPT UG-GRUPO (I) AT POS-ACCEPT WITH UPDATE
           END-PERFORM

      *    Conta de servico: sem menu, so dona de correntes de lote
           CALL "CWMSGW" USING "150722" "Conta de servico  :"
           CALL "CWMSGW" USING "153003" "S/N"
           ACCEPT UG-SERVICO AT 1527 WITH UPDATE
           IF   UG-SERVICO = "s"
                MOVE "S" TO UG-SERVICO
           END-IF
           IF   UG-SERVICO NOT = "S"
                MOVE "N" TO UG-SERVICO
           END-IF

      *    Cada grupo informado precisa existir no "GU"; invalido e'
      *    limpo com aviso em vez de ficar dando acesso a nada
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   END-IF
           END-PERFORM

      *    Segregacao de funcoes: os grupos propostos contra as
      *    regras "SD"; violacao so passa com justificativa
           SET  CWSODC-CARREGA TO TRUE
           MOVE UG-USUARIO     TO CWSODC-USUARIO
           CALL "CWSODC" USING PARAMETROS-CWSODC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   MOVE UG-GRUPO (I) TO CWSODC-GRUPO (I + 1)
           END-PERFORM
           SET  CWSODC-JUSTIFICA TO TRUE
           CALL "CWSODC" USING PARAMETROS-CWSODC
           IF   CWSODC-LIBERADO NOT = "S"
                GO TO 100-FECHA
           END-IF

      *    Rele o "PS" (a validacao dos "GU" reposicionou o arquivo)
           MOVE "PS"       TO CWCONF-REG
           MOVE UG-USUARIO TO CWCONF-NOME
                   MOVE UG-GRUPO (I)
                     TO CWCONF-NM-OPCAO (I + 10) (1: 22)
           END-PERFORM
           IF   UG-SERVICO = "S"
                SET CWCONF-SERVICO TO TRUE
           ELSE
                MOVE SPACE TO CWCONF-CONTA-SERVICO
           END-IF
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           IF   UG-SERVICO NOT = UG-SERVICO-ANTES
                MOVE SPACES TO OBS
                IF   UG-SERVICO = "S"
                     STRING '"' DELIMITED BY SIZE
                            NOME DELIMITED BY SPACE
                            '", marcou ' DELIMITED BY SIZE
                            UG-USUARIO DELIMITED BY SPACE
                            " como conta de servico." DELIMITED BY SIZE
                       INTO OBS
                ELSE
                     STRING '"' DELIMITED BY SIZE
                            NOME DELIMITED BY SPACE
                            '", desmarcou a conta de servico de '
                            DELIMITED BY SIZE
                            UG-USUARIO DELIMITED BY SPACE
                            "." DELIMITED BY SIZE
                       INTO OBS
                END-IF
                CALL "CWLOGW" USING "#" OBS
           END-IF
           MOVE "Grupos adicionais gravados" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

           AND  CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO NIVEL-OPERADOR
           END-IF
           MOVE "CWUSRG" TO CWSODC-ORIGEM
           MOVE "X" TO UG-USUARIO.

       800-99-FIM. EXIT.
