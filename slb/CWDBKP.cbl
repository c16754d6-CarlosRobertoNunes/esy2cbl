                      *  telas, para a corrente noturna (RETURN-CODE  *
                      *  0 = tudo conferido, 4 = alguma falha, 8 =    *
                      *  nao rodou).                                  *
                      *  Copia mascarada de uma geracao para o        *
                      *  ambiente de teste (CWDBMK): campos de classe *
                      *  sensivel saem embaralhados; destino no       *
                      *  diretorio CWDBKP_TESTE, CWDBKP_ORG=R para    *
                      *  sequencial de registros fixos.               *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 COPIADOS                 PIC  9(003) VALUE 0.
           05 FALHAS                   PIC  9(003) VALUE 0.
           05 RESTAURA-GER             PIC  9(001) VALUE 1.
           05 MODO-LISTA               PIC  X(001) VALUE "R".
           05 PATH-TESTE               PIC  X(060) VALUE SPACES.
           05 TESTE-DESTINO            PIC  X(060) VALUE SPACES.
           05 ORG-PADRAO               PIC  X(001) VALUE "L".
           05 BK-FILE-DETAILS.
              10 BK-FILE-SIZE          PIC 9(008) COMP-X.
              10 BK-FILE-DATE          PIC X(004).
       COPY CWIMPR.
       COPY CWUNIX.
       COPY CWCONF.
       COPY CWDBMK.

       PROCEDURE DIVISION.

           MOVE "~Backup agora"            TO CWBOXS-TEXT (1)
           MOVE "~Restaurar um arquivo"    TO CWBOXS-TEXT (2)
           MOVE "~Marcar dentro/fora"      TO CWBOXS-TEXT (3)
           MOVE "Copia ~mascarada p/ teste" TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1
                    PERFORM 100-BACKUP THRU 100-99-FIM
                    MOVE 1 TO CWBOXS-OPTION
               WHEN 2 MOVE "R" TO MODO-LISTA
                      PERFORM 300-RESTAURA THRU 300-99-FIM
               WHEN 3 PERFORM 400-MARCA    THRU 400-99-FIM
               WHEN 4 MOVE "M" TO MODO-LISTA
                      PERFORM 300-RESTAURA THRU 300-99-FIM
           END-EVALUATE.

       050-99-FIM. EXIT.
       130-99-FIM. EXIT.

      *    Restauracao seletiva: escolhe o arquivo e a geracao e a
      *    copia volta por cima do original (com confirmacao); com
      *    MODO-LISTA "M" a geracao vai mascarada para o teste
       300-RESTAURA.

           PERFORM 110-CARREGA-02 THRU 110-99-FIM
           MOVE 04  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           IF   MODO-LISTA = "M"
                MOVE "Copia mascarada de qual arquivo:"
                  TO CWBOXS-TITLE
           ELSE
                MOVE "Restaurar qual arquivo:" TO CWBOXS-TITLE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           IF   S > TOT-ARQUIVOS
                GO TO 310-99-FIM
           END-IF
           IF   MODO-LISTA = "M"
                PERFORM 330-MASCARADA THRU 330-99-FIM
           ELSE
                PERFORM 320-RESTAURA-UM THRU 320-99-FIM
           END-IF
           MOVE 0 TO CWBOXS-OPTION.

       310-99-FIM. EXIT.

       320-99-FIM. EXIT.

      *    Copia mascarada: a geracao escolhida vai para o destino de
      *    teste com os campos sensiveis embaralhados (CWDBMK); o
      *    arquivo de producao nunca e' destino
       330-MASCARADA.

           MOVE 10 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 04 TO CWBOXW-VERTICAL-LENGTH
           MOVE 74 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "110519" "Geracao (1 = nova):"
           CALL "CWMSGW" USING "120508" "Destino:"
           MOVE 1 TO RESTAURA-GER
           MOVE SPACES TO TESTE-DESTINO
           STRING PATH-TESTE  DELIMITED BY SPACE
                  BARRA       DELIMITED BY SIZE
                  AR-NOME (S) DELIMITED BY SPACE
             INTO TESTE-DESTINO
           ACCEPT RESTAURA-GER  AT 1125 WITH UPDATE
           ACCEPT TESTE-DESTINO AT 1214 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   RESTAURA-GER = 0
           OR   RESTAURA-GER > GERACOES
           OR   TESTE-DESTINO = SPACES
                GO TO 330-99-FIM
           END-IF
           IF   TESTE-DESTINO = AR-NOME (S)
                MOVE "Destino nao pode ser o arquivo de producao"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 330-99-FIM
           END-IF

           MOVE S TO I
           MOVE AR-NOME (I)  TO LB-ORIGEM
           MOVE RESTAURA-GER TO G
           MOVE 0            TO G2
           PERFORM 130-MONTA-GER THRU 130-99-FIM
           CALL "CBL_CHECK_FILE_EXIST" USING LB-G1
                                             BK-FILE-DETAILS
                                    RETURNING BK-STATUS
           IF   BK-STATUS NOT = 0
                MOVE SPACES TO CWSEND-MSG
                STRING "Geracao " RESTAURA-GER " de "
                       AR-NOME (I) " nao existe no backup"
                       DELIMITED BY SIZE INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 330-99-FIM
           END-IF

           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Copiar " AR-NOME (I) (1: 30)
                  " mascarado para teste ?"
                  DELIMITED BY SIZE INTO CWSEND-MSG
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION NOT = 1
                GO TO 330-99-FIM
           END-IF

           MOVE AR-NOME (I)   TO CWDBMK-ARQUIVO
           MOVE LB-G1         TO CWDBMK-ORIGEM
           MOVE TESTE-DESTINO TO CWDBMK-DESTINO
           MOVE ORG-PADRAO    TO CWDBMK-ORG
           CALL "CWDBMK" USING PARAMETROS-CWDBMK
           IF   CWDBMK-ERRO
                MOVE CWDBMK-MENSAGEM TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 330-99-FIM
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", copiou ' DELIMITED BY SIZE
                  AR-NOME (I) DELIMITED BY SPACE
                  " mascarado para teste." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO CWSEND-MSG
           STRING "Lidos " CWDBMK-LIDOS
                  "  mascarados " CWDBMK-MASCARADOS
                  "  campos sensiveis " CWDBMK-CAMPOS
                  DELIMITED BY SIZE INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
           IF   CWDBMK-MENSAGEM NOT = SPACES
                MOVE CWDBMK-MENSAGEM TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       330-99-FIM. EXIT.

      *    Marca/desmarca o arquivo fora do backup (CWCONF-DESTINO
      *    "X" no registro "02")
       400-MARCA.
           AND  GERACOES-CHAR NOT = "0"
                MOVE GERACOES-CHAR TO GERACOES
           END-IF
           DISPLAY "CWDBKP_TESTE" UPON ENVIRONMENT-NAME
           ACCEPT  PATH-TESTE     FROM ENVIRONMENT-VALUE
           IF   PATH-TESTE = SPACES
                MOVE "CWTESTE" TO PATH-TESTE
           END-IF
           DISPLAY "CWDBKP_ORG" UPON ENVIRONMENT-NAME
           ACCEPT  ORG-PADRAO   FROM ENVIRONMENT-VALUE
           IF   ORG-PADRAO NOT = "R" AND NOT = "r"
                MOVE "L" TO ORG-PADRAO
           ELSE
                MOVE "R" TO ORG-PADRAO
           END-IF
           CALL "CWUNIX" USING PARAMETROS-CWUNIX
           IF   CWUNIX-ON
                MOVE "/" TO BARRA
