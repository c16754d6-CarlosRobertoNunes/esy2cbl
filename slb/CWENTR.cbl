       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWENTR.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Entrega de arquivos de dados a parceiros     *
                      *  (remessas a bancos, extratos fiscais, EDI).  *
                      *  Destinos "ED": metodo P (pasta              *
                      *  compartilhada) ou S (SFTP), diretorio alvo,  *
                      *  servidor, usuario e o NOME da variavel de    *
                      *  ambiente que traz a credencial (chave SFTP   *
                      *  ou senha da pasta) - o segredo nunca fica no *
                      *  CWCONF.  Como passo de corrente "JB"         *
                      *  (CWCONF-JOB-MODULO = CWENTR, parametro =     *
                      *  destino e arquivo, ou CWENTR_DESTINO e       *
                      *  CWENTR_ARQUIVO) abre a entrega "EE" e tenta  *
                      *  na hora; falhando, agenda nova tentativa     *
                      *  pelo intervalo do destino ate esgotar as     *
                      *  tentativas.  Cada tentativa vai para o log   *
                      *  de entrega ("EA") com o resultado e o        *
                      *  recibo (tamanho conferido na pasta ou a      *
                      *  listagem remota do SFTP).  No cron sem       *
                      *  parametro (ou CWENTR_ACAO=REPETE) repete as  *
                      *  entregas vencidas.  Na tela: destinos,       *
                      *  entregas pendentes e com falha, historico    *
                      *  das tentativas e reenvio (nivel 8 ou 9).     *
                      *  RETURN-CODE 0 = entregue, 4 = ficou          *
                      *  pendente, 8 = falhou ou nao rodou.           *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SFTWK  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-SFTWK.

           SELECT SAIWK  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-SAIWK.

       DATA DIVISION.
       FILE SECTION.

       FD   SFTWK
            VALUE OF FILE-ID LB-SFTWK.

       01   SFTWK-REG PIC X(300).

       FD   SAIWK
            VALUE OF FILE-ID LB-SAIWK.

       01   SAIWK-REG PIC X(200).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-SFTWK.
              10 FS-SFTWK              PIC  X(002) VALUE "00".
              10 LB-SFTWK              PIC  X(255) VALUE SPACES.
           05 ER-SAIWK.
              10 FS-SAIWK              PIC  X(002) VALUE "00".
              10 LB-SAIWK              PIC  X(255) VALUE SPACES.
           05 I                        PIC  9(003) VALUE 0.
           05 K                        PIC  9(003) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
           05 BASE                     PIC  9(003) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 COMANDO                  PIC  X(300) VALUE SPACES.
           05 BARRA                    PIC  X(001) VALUE "/".
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 ACAO                     PIC  X(010) VALUE SPACES.
           05 RC                       PIC  9(001) VALUE 0.
           05 LINHA-COMANDO            PIC  X(200) VALUE SPACES.
           05 PARM-DESTINO             PIC  X(007) VALUE SPACES.
           05 PARM-ARQUIVO             PIC  X(060) VALUE SPACES.
           05 HOJE                     PIC  9(008) VALUE 0.
           05 AGORA                    PIC  9(008) VALUE 0.
           05 AGORA-R REDEFINES AGORA.
              10 AGORA-HH              PIC  9(002).
              10 AGORA-MM              PIC  9(002).
              10 AGORA-SS              PIC  9(002).
              10 AGORA-CC              PIC  9(002).
           05 MINUTOS                  PIC  9(005) VALUE 0.
           05 ENTREGUES                PIC  9(005) VALUE 0.
           05 PENDENTES                PIC  9(005) VALUE 0.
           05 FALHAS                   PIC  9(005) VALUE 0.
           05 CREDENCIAL               PIC  X(255) VALUE SPACES.
           05 LB-LOCAL                 PIC  X(255) VALUE SPACES.
           05 LB-ALVO                  PIC  X(255) VALUE SPACES.
           05 NOME-BASE                PIC  X(060) VALUE SPACES.
           05 TAM-LOCAL                PIC  9(009) VALUE 0.
           05 TAM-ALVO                 PIC  9(009) VALUE 0.
           05 TAM-ED                   PIC  ZZZZZZZZ9.
           05 RC-SFTP                  PIC  9(003) VALUE 0.
           05 FIM-LINHA                PIC  9(003) VALUE 0.
           05 INICIO-NOME              PIC  9(003) VALUE 0.
           05 LISTA-PERMISSAO          PIC  X(010) VALUE SPACES.
           05 LISTA-LIGACOES           PIC  X(010) VALUE SPACES.
           05 LISTA-DONO               PIC  X(030) VALUE SPACES.
           05 LISTA-GRUPO              PIC  X(030) VALUE SPACES.
           05 LISTA-TAMANHO            PIC  X(012) VALUE SPACES.
           05 LISTA-TAMANHO-LEN        PIC  9(003) VALUE 0.
           05 TENTATIVA-OK             PIC  X(001) VALUE "N".
           05 MOTIVO                   PIC  X(050) VALUE SPACES.
           05 EN-FILE-DETAILS.
              10 EN-FILE-SIZE          PIC 9(008) COMP-X.
              10 EN-FILE-DATE          PIC X(004).
              10 EN-FILE-TIME          PIC X(005).
           05 EN-STATUS                PIC  9(002) COMP-X VALUE 0.
      *    Destino corrente ("ED")
           05 ED-CODIGO                PIC  X(007) VALUE SPACES.
           05 ED-PARCEIRO              PIC  X(050) VALUE SPACES.
           05 ED-METODO                PIC  X(001) VALUE "P".
              88 ED-PASTA                          VALUE "P".
              88 ED-SFTP                           VALUE "S".
           05 ED-DIRETORIO             PIC  X(060) VALUE SPACES.
           05 ED-SERVIDOR              PIC  X(060) VALUE SPACES.
           05 ED-PORTA                 PIC  9(005) VALUE 0.
           05 ED-USUARIO               PIC  X(030) VALUE SPACES.
           05 ED-CREDENCIAL            PIC  X(030) VALUE SPACES.
           05 ED-TENTATIVAS            PIC  9(003) VALUE 3.
           05 ED-INTERVALO             PIC  9(003) VALUE 15.
           05 ED-ACHOU                 PIC  X(001) VALUE "N".
      *    Entrega corrente ("EE")
           05 EE-CHAVE                 PIC  X(032) VALUE SPACES.
           05 EE-CHAVE-R REDEFINES EE-CHAVE.
              10 EE-DATA               PIC  9(008).
              10 EE-HORA               PIC  9(008).
              10 EE-TASK               PIC  9(006).
              10 FILLER                PIC  X(010).
           05 EE-NOVA                  PIC  X(001) VALUE "N".
           05 EE-DESTINO               PIC  X(007) VALUE SPACES.
           05 EE-ARQUIVO               PIC  X(060) VALUE SPACES.
           05 EE-SITUACAO              PIC  X(001) VALUE SPACE.
              88 EE-PENDENTE                       VALUE "P".
              88 EE-ENTREGUE                       VALUE "E".
              88 EE-FALHOU                         VALUE "F".
           05 EE-TENTATIVAS            PIC  9(003) VALUE 0.
           05 EE-PROXIMA-DATA          PIC  9(008) VALUE 0.
           05 EE-PROXIMA-HORA          PIC  9(008) VALUE 0.
           05 EE-ENTREGA-DATA          PIC  9(008) VALUE 0.
           05 EE-ENTREGA-HORA          PIC  9(008) VALUE 0.
           05 EE-BYTES                 PIC  9(009) VALUE 0.
           05 EE-MENSAGEM              PIC  X(050) VALUE SPACES.
           05 EE-USUARIO               PIC  X(030) VALUE SPACES.
      *    Entregas pendentes e com falha (tela e repeticao)
           05 TOT-ENTREGAS             PIC  9(003) VALUE 0.
           05 TABELA-ENTREGAS.
              10 EN-TB OCCURS 200.
                 15 EN-CHAVE           PIC  X(032).
                 15 EN-DESTINO         PIC  X(007).
                 15 EN-ARQUIVO         PIC  X(060).
                 15 EN-SITUACAO        PIC  X(001).
                 15 EN-TENTATIVAS      PIC  9(003).
                 15 EN-PROXIMA-DATA    PIC  9(008).
                 15 EN-PROXIMA-HORA    PIC  9(008).
      *    Historico de tentativas ("EA") da entrega escolhida
           05 TOT-TENTATIVAS           PIC  9(003) VALUE 0.
           05 TABELA-TENTATIVAS.
              10 TT-TB OCCURS 24.
                 15 TT-DATA            PIC  9(008).
                 15 TT-HORA            PIC  9(008).
                 15 TT-RESULTADO       PIC  X(001).
                 15 TT-MENSAGEM        PIC  X(050).
           05 DATA-ED.
              10 DATA-ED-DIA           PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DATA-ED-MES           PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DATA-ED-ANO           PIC  9(004).
           05 DATA-W                   PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-W.
              10 DATA-W-ANO            PIC  9(004).
              10 DATA-W-MES            PIC  9(002).
              10 DATA-W-DIA            PIC  9(002).
           05 HORA-W                   PIC  9(008) VALUE 0.
           05 FILLER REDEFINES HORA-W.
              10 HORA-W-HH             PIC  9(002).
              10 HORA-W-MM             PIC  9(002).
              10 HORA-W-SS             PIC  9(004).
           05 HORA-ED.
              10 HORA-ED-HH            PIC  9(002).
              10 FILLER                PIC  X(001) VALUE ":".
              10 HORA-ED-MM            PIC  9(002).

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWUNIX.
       COPY CWTIME.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   RC = 0
                EVALUATE TRUE
                    WHEN PARM-DESTINO NOT = SPACES
                      OR PARM-ARQUIVO NOT = SPACES
                         PERFORM 500-PASSO THRU 500-99-FIM
                    WHEN ACAO = "REPETE"
                      OR CRON = "ON"
                         PERFORM 600-REPETE THRU 600-99-FIM
                    WHEN OTHER
                         PERFORM 050-MENU THRU 050-99-FIM
                                 UNTIL CWBOXS-OPTION = 0
                END-EVALUATE
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM
           MOVE RC TO RETURN-CODE.

       000-99-FIM. GOBACK.

       050-MENU.

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Entrega de arquivos:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Incluir/alterar destino"      TO CWBOXS-TEXT (1)
           MOVE "~Excluir destino"              TO CWBOXS-TEXT (2)
           MOVE "Entregas ~pendentes/falhas"    TO CWBOXS-TEXT (3)
           MOVE "~Repetir as vencidas agora"    TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-GRAVA      THRU 110-99-FIM
               WHEN 2 PERFORM 120-EXCLUI     THRU 120-99-FIM
               WHEN 3 PERFORM 300-PENDENTES  THRU 300-99-FIM
               WHEN 4
                    IF   NIVEL-OPERADOR < 8
                         MOVE "Repetir entregas exige nivel 8 ou 9"
                           TO CWSEND-MSG
                    ELSE
                         PERFORM 600-REPETE THRU 600-99-FIM
                         MOVE SPACES TO CWSEND-MSG
                         STRING "Entregues: " ENTREGUES
                                " pendentes: " PENDENTES
                                " falharam: " FALHAS
                                DELIMITED BY SIZE INTO CWSEND-MSG
                    END-IF
                    CALL "CWSEND" USING PARAMETROS-CWSEND
                    MOVE 1 TO CWBOXS-OPTION
           END-EVALUATE.

       050-99-FIM. EXIT.

       110-GRAVA.

           IF   NIVEL-OPERADOR < 8
                MOVE "Destinos de entrega exigem nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 110-99-FIM
           END-IF
           PERFORM 130-PEDE-CODIGO THRU 130-99-FIM
           IF   ED-CODIGO = SPACES
                GO TO 110-FECHA
           END-IF
           PERFORM 140-LE-DESTINO THRU 140-99-FIM
           CALL "CWMSGW" USING "090303" "Parceiro      :"
           CALL "CWMSGW" USING "100303" "Metodo        :"
           CALL "CWMSGW" USING "100722"
                "P = pasta compartilhada, S = SFTP"
           CALL "CWMSGW" USING "110303" "Diretorio     :"
           CALL "CWMSGW" USING "120303" "Servidor SFTP :"
           CALL "CWMSGW" USING "130303" "Porta         :"
           CALL "CWMSGW" USING "140303" "Usuario       :"
           CALL "CWMSGW" USING "150303" "Credencial    :"
           CALL "CWMSGW" USING "160349"
                "(variavel de ambiente que traz a chave ou senha)"
           CALL "CWMSGW" USING "170303" "Tentativas    :"
           CALL "CWMSGW" USING "180303" "Intervalo min :"
           ACCEPT ED-PARCEIRO   AT 0918 WITH UPDATE
           ACCEPT ED-METODO     AT 1018 WITH UPDATE
           ACCEPT ED-DIRETORIO  AT 1118 WITH UPDATE
           ACCEPT ED-SERVIDOR   AT 1218 WITH UPDATE
           ACCEPT ED-PORTA      AT 1318 WITH UPDATE
           ACCEPT ED-USUARIO    AT 1418 WITH UPDATE
           ACCEPT ED-CREDENCIAL AT 1518 WITH UPDATE
           ACCEPT ED-TENTATIVAS AT 1718 WITH UPDATE
           ACCEPT ED-INTERVALO  AT 1818 WITH UPDATE
           INSPECT ED-METODO CONVERTING "ps" TO "PS"
           IF   NOT ED-PASTA
           AND  NOT ED-SFTP
                MOVE "Metodo deve ser P ou S" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           IF   ED-DIRETORIO = SPACES
                MOVE "Diretorio de destino e obrigatorio"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           IF   ED-SFTP
           AND (ED-SERVIDOR = SPACES
             OR ED-USUARIO = SPACES
             OR ED-CREDENCIAL = SPACES)
                MOVE "SFTP exige servidor, usuario e credencial"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           IF   ED-TENTATIVAS = 0
                MOVE 1 TO ED-TENTATIVAS
           END-IF
           IF   ED-INTERVALO = 0
                MOVE 1 TO ED-INTERVALO
           END-IF
           IF   ED-ACHOU = "S"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "ED"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE ED-CODIGO  TO CWCONF-CHAVE (1: 7)
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE ED-PARCEIRO   TO CWCONF-LABEL
           MOVE ED-METODO     TO CWCONF-JOB-TIPO
           MOVE ED-DIRETORIO  TO CWCONF-DESTINO-END
           MOVE ED-SERVIDOR   TO CWCONF-AUTH-SERVIDOR
           MOVE ED-PORTA      TO CWCONF-PORTA
           MOVE ED-USUARIO    TO CWCONF-USUARIO
           MOVE ED-CREDENCIAL TO CWCONF-ARQUIVO
           MOVE ED-TENTATIVAS TO CWCONF-TENTATIVAS
           MOVE ED-INTERVALO  TO CWCONF-EXPIRE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", gravou o destino de entrega ' DELIMITED BY SIZE
                  ED-CODIGO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Destino gravado" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       110-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       110-99-FIM. EXIT.

       120-EXCLUI.

           IF   NIVEL-OPERADOR < 8
                MOVE "Destinos de entrega exigem nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 120-99-FIM
           END-IF
           PERFORM 130-PEDE-CODIGO THRU 130-99-FIM
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION
           IF   ED-CODIGO = SPACES
                GO TO 120-99-FIM
           END-IF
           MOVE "ED"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE ED-CODIGO TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                MOVE "Destino nao cadastrado" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 120-99-FIM
           END-IF
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE "Excluir o destino de entrega ?" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION NOT = 1
                GO TO 120-99-FIM
           END-IF
           SET CWSQLC-DELETE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", excluiu o destino de entrega ' DELIMITED BY SIZE
                  ED-CODIGO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Destino excluido" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       120-99-FIM. EXIT.

       130-PEDE-CODIGO.

           MOVE SPACES TO ED-CODIGO
           MOVE 06 TO CWBOXW-LINE
           MOVE 01 TO CWBOXW-COLUMN
           MOVE 14 TO CWBOXW-VERTICAL-LENGTH
           MOVE 77 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "080303" "Destino       :"
           ACCEPT ED-CODIGO AT 0818 WITH UPDATE
           INSPECT ED-CODIGO
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       130-99-FIM. EXIT.

      *    Le o destino ED-CODIGO; campos de registro antigo ou
      *    inexistente ficam com os valores padrao
       140-LE-DESTINO.

           MOVE "N"    TO ED-ACHOU
           MOVE SPACES TO ED-PARCEIRO ED-DIRETORIO ED-SERVIDOR
                          ED-USUARIO ED-CREDENCIAL
           MOVE "P"    TO ED-METODO
           MOVE 0      TO ED-PORTA
           MOVE 3      TO ED-TENTATIVAS
           MOVE 15     TO ED-INTERVALO
           MOVE "ED"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE ED-CODIGO TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 140-99-FIM
           END-IF
           MOVE "S"                  TO ED-ACHOU
           MOVE CWCONF-LABEL         TO ED-PARCEIRO
           MOVE CWCONF-JOB-TIPO      TO ED-METODO
           MOVE CWCONF-DESTINO-END   TO ED-DIRETORIO
           MOVE CWCONF-AUTH-SERVIDOR TO ED-SERVIDOR
           MOVE CWCONF-USUARIO       TO ED-USUARIO
           MOVE CWCONF-ARQUIVO       TO ED-CREDENCIAL
           IF   CWCONF-PORTA NUMERIC
                MOVE CWCONF-PORTA TO ED-PORTA
           END-IF
           IF   CWCONF-TENTATIVAS NUMERIC
           AND  CWCONF-TENTATIVAS > 0
                MOVE CWCONF-TENTATIVAS TO ED-TENTATIVAS
           END-IF
           IF   CWCONF-EXPIRE NUMERIC
           AND  CWCONF-EXPIRE > 0
                MOVE CWCONF-EXPIRE TO ED-INTERVALO
           END-IF
           IF   ED-SERVIDOR = LOW-VALUES
                MOVE SPACES TO ED-SERVIDOR
           END-IF
           IF   ED-USUARIO = LOW-VALUES
                MOVE SPACES TO ED-USUARIO
           END-IF
           IF   ED-CREDENCIAL = LOW-VALUES
                MOVE SPACES TO ED-CREDENCIAL
           END-IF
           IF   NOT ED-SFTP
                MOVE "P" TO ED-METODO
           END-IF.

       140-99-FIM. EXIT.

      *    Tela das entregas pendentes ("P") e com falha ("F")
       300-PENDENTES.

           PERFORM 310-CARREGA THRU 310-99-FIM
           IF   TOT-ENTREGAS = 0
                MOVE "Nenhuma entrega pendente ou com falha"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 300-99-FIM
           END-IF
           MOVE 0 TO BASE
           PERFORM 320-LISTA THRU 320-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           MOVE 1 TO CWBOXS-OPTION.

       300-99-FIM. EXIT.

       310-CARREGA.

           MOVE 0      TO TOT-ENTREGAS
           MOVE "EE"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "EE")
                      OR TOT-ENTREGAS = 200
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "EE"
                   AND (CWCONF-AP-STATUS = "P" OR "F")
                        ADD  1 TO TOT-ENTREGAS
                        MOVE CWCONF-CHAVE
                          TO EN-CHAVE (TOT-ENTREGAS)
                        MOVE CWCONF-RELATORIO
                          TO EN-DESTINO (TOT-ENTREGAS)
                        MOVE CWCONF-DESTINO-END
                          TO EN-ARQUIVO (TOT-ENTREGAS)
                        MOVE CWCONF-AP-STATUS
                          TO EN-SITUACAO (TOT-ENTREGAS)
                        MOVE 0 TO EN-TENTATIVAS (TOT-ENTREGAS)
                                  EN-PROXIMA-DATA (TOT-ENTREGAS)
                                  EN-PROXIMA-HORA (TOT-ENTREGAS)
                        IF   CWCONF-TENTATIVAS NUMERIC
                             MOVE CWCONF-TENTATIVAS
                               TO EN-TENTATIVAS (TOT-ENTREGAS)
                        END-IF
                        IF   CWCONF-LD-SINAL-DATA NUMERIC
                        AND  CWCONF-LD-SINAL-HORA NUMERIC
                             MOVE CWCONF-LD-SINAL-DATA
                               TO EN-PROXIMA-DATA (TOT-ENTREGAS)
                             MOVE CWCONF-LD-SINAL-HORA
                               TO EN-PROXIMA-HORA (TOT-ENTREGAS)
                        END-IF
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

       320-LISTA.

           MOVE 04  TO CWBOXS-LINE
           MOVE 03  TO CWBOXS-COLUMN
           MOVE "Entregas (aberta/destino/arquivo/st/tent):"
             TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-ENTREGAS
                        MOVE EN-CHAVE (S) (1: 8) TO DATA-W
                        MOVE EN-CHAVE (S) (9: 8) TO HORA-W
                        MOVE DATA-W-DIA TO DATA-ED-DIA
                        MOVE DATA-W-MES TO DATA-ED-MES
                        MOVE HORA-W-HH  TO HORA-ED-HH
                        MOVE HORA-W-MM  TO HORA-ED-MM
                        MOVE SPACES TO CWBOXS-TEXT (I)
                        STRING DATA-ED (1: 5) " "
                               HORA-ED " "
                               EN-DESTINO (S) " "
                               EN-ARQUIVO (S) (1: 14) " "
                               EN-SITUACAO (S) " "
                               EN-TENTATIVAS (S) DELIMITED BY SIZE
                          INTO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-ENTREGAS
                MOVE "--- mais entregas ---" TO CWBOXS-TEXT (25)
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
                GO TO 320-99-FIM
           END-IF
           IF   CWBOXS-OPTION = 25
                ADD 24 TO BASE
                IF   BASE NOT < TOT-ENTREGAS
                     MOVE 0 TO BASE
                END-IF
                GO TO 320-99-FIM
           END-IF
           COMPUTE S = BASE + CWBOXS-OPTION
           IF   S > TOT-ENTREGAS
                GO TO 320-99-FIM
           END-IF
           MOVE EN-CHAVE (S) TO EE-CHAVE
           PERFORM 330-ACOES THRU 330-99-FIM
           PERFORM 310-CARREGA THRU 310-99-FIM
           IF   TOT-ENTREGAS = 0
                MOVE 0 TO CWBOXS-OPTION
           ELSE
                MOVE 1 TO CWBOXS-OPTION
           END-IF.

       320-99-FIM. EXIT.

       330-ACOES.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "Entrega selecionada:"      TO CWBOXS-TITLE
           MOVE "~Reenviar agora"           TO CWBOXS-TEXT (1)
           MOVE "~Historico de tentativas"  TO CWBOXS-TEXT (2)
           MOVE "~Voltar"                   TO CWBOXS-TEXT (3)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 340-REENVIA   THRU 340-99-FIM
               WHEN 2 PERFORM 350-HISTORICO THRU 350-99-FIM
           END-EVALUATE.

       330-99-FIM. EXIT.

      *    Reenvio pelo operador: uma tentativa na hora, contada e
      *    registrada como as da corrente
       340-REENVIA.

           IF   NIVEL-OPERADOR < 8
                MOVE "Reenviar exige nivel 8 ou 9" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 340-99-FIM
           END-IF
           PERFORM 410-LE-ENTREGA THRU 410-99-FIM
           IF   FS-CWCONF > "09"
                GO TO 340-99-FIM
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", reenviou ' DELIMITED BY SIZE
                  EE-ARQUIVO DELIMITED BY SPACE
                  " para " DELIMITED BY SIZE
                  EE-DESTINO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           PERFORM 510-TENTA THRU 510-99-FIM
           MOVE SPACES TO CWSEND-MSG
           EVALUATE TRUE
               WHEN EE-ENTREGUE
                    STRING "Entregue: " EE-MENSAGEM
                           DELIMITED BY SIZE INTO CWSEND-MSG
               WHEN EE-PENDENTE
                    STRING "Falhou, nova tentativa agendada: "
                           EE-MENSAGEM DELIMITED BY SIZE
                      INTO CWSEND-MSG
               WHEN OTHER
                    STRING "Falhou: " EE-MENSAGEM
                           DELIMITED BY SIZE INTO CWSEND-MSG
           END-EVALUATE
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       340-99-FIM. EXIT.

       350-HISTORICO.

           MOVE 0      TO TOT-TENTATIVAS
           MOVE "EA"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE EE-CHAVE (1: 22) TO CWCONF-CHAVE (1: 22)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR TOT-TENTATIVAS = 24
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "EA"
                   AND  CWCONF-CHAVE (1: 22) = EE-CHAVE (1: 22)
                        ADD  1 TO TOT-TENTATIVAS
                        MOVE CWCONF-ULTIMO-LOGIN-DATA
                          TO TT-DATA (TOT-TENTATIVAS)
                        MOVE CWCONF-ULTIMO-LOGIN-HORA
                          TO TT-HORA (TOT-TENTATIVAS)
                        MOVE CWCONF-AP-STATUS
                          TO TT-RESULTADO (TOT-TENTATIVAS)
                        MOVE CWCONF-JOB-MENSAGEM
                          TO TT-MENSAGEM (TOT-TENTATIVAS)
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM
           IF   TOT-TENTATIVAS = 0
                MOVE "Nenhuma tentativa registrada" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 350-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "Tentativas (data/hora/resultado/mensagem):"
             TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-TENTATIVAS
                   MOVE TT-DATA (I) TO DATA-W
                   MOVE TT-HORA (I) TO HORA-W
                   MOVE DATA-W-DIA TO DATA-ED-DIA
                   MOVE DATA-W-MES TO DATA-ED-MES
                   MOVE HORA-W-HH  TO HORA-ED-HH
                   MOVE HORA-W-MM  TO HORA-ED-MM
                   STRING DATA-ED (1: 5) " "
                          HORA-ED " "
                          TT-RESULTADO (I) " "
                          TT-MENSAGEM (I) (1: 26) DELIMITED BY SIZE
                     INTO CWBOXS-TEXT (I)
           END-PERFORM
           CALL "CWBOXS" USING PARAMETROS-CWBOXS.

       350-99-FIM. EXIT.

      *    Le a entrega EE-CHAVE para os campos EE-
       410-LE-ENTREGA.

           MOVE "EE"     TO CWCONF-REG
           MOVE EE-CHAVE TO CWCONF-CHAVE
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 410-99-FIM
           END-IF
           MOVE "N"                TO EE-NOVA
           MOVE CWCONF-RELATORIO   TO EE-DESTINO
           MOVE CWCONF-DESTINO-END TO EE-ARQUIVO
           MOVE CWCONF-AP-STATUS   TO EE-SITUACAO
           MOVE CWCONF-JOB-MENSAGEM TO EE-MENSAGEM
           MOVE CWCONF-NOME        TO EE-USUARIO
           MOVE 0 TO EE-TENTATIVAS EE-BYTES
                     EE-PROXIMA-DATA EE-PROXIMA-HORA
                     EE-ENTREGA-DATA EE-ENTREGA-HORA
           IF   CWCONF-TENTATIVAS NUMERIC
                MOVE CWCONF-TENTATIVAS TO EE-TENTATIVAS
           END-IF
           IF   CWCONF-TAMANHO-LIMITE-KB NUMERIC
                MOVE CWCONF-TAMANHO-LIMITE-KB TO EE-BYTES
           END-IF.

       410-99-FIM. EXIT.

      *    Grava a entrega (nova ou regravada) a partir dos campos EE-
       420-GRAVA-ENTREGA.

           MOVE "EE"     TO CWCONF-REG
           MOVE EE-CHAVE TO CWCONF-CHAVE
           IF   EE-NOVA = "S"
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "EE"       TO CWCONF-TIPO
                MOVE EE-CHAVE   TO CWCONF-CHAVE
                SET CWSQLC-WRITE TO TRUE
           ELSE
                SET CWSQLC-READ  TO TRUE
                SET CWSQLC-EQUAL TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                IF   FS-CWCONF > "09"
                     GO TO 420-99-FIM
                END-IF
                SET CWSQLC-REWRITE TO TRUE
           END-IF
           MOVE EE-DESTINO       TO CWCONF-RELATORIO
           MOVE EE-ARQUIVO       TO CWCONF-DESTINO-END
           MOVE NOME-BASE        TO CWCONF-LABEL
           MOVE EE-SITUACAO      TO CWCONF-AP-STATUS
           MOVE EE-TENTATIVAS    TO CWCONF-TENTATIVAS
           MOVE EE-PROXIMA-DATA  TO CWCONF-LD-SINAL-DATA
           MOVE EE-PROXIMA-HORA  TO CWCONF-LD-SINAL-HORA
           MOVE EE-ENTREGA-DATA  TO CWCONF-ULTIMO-LOGIN-DATA
           MOVE EE-ENTREGA-HORA  TO CWCONF-ULTIMO-LOGIN-HORA
           MOVE EE-BYTES         TO CWCONF-TAMANHO-LIMITE-KB
           MOVE EE-MENSAGEM      TO CWCONF-JOB-MENSAGEM
           MOVE EE-USUARIO       TO CWCONF-NOME
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE "N" TO EE-NOVA.

       420-99-FIM. EXIT.

      *    Passo de corrente: abre a entrega do arquivo para o
      *    destino e faz a primeira tentativa
       500-PASSO.

           MOVE 8 TO RC
           IF   PARM-DESTINO = SPACES
           OR   PARM-ARQUIVO = SPACES
                MOVE "CWENTR: informe destino e arquivo" TO OBS
                CALL "CWLOGW" USING "#" OBS
                GO TO 500-99-FIM
           END-IF
           MOVE PARM-DESTINO TO ED-CODIGO
           PERFORM 140-LE-DESTINO THRU 140-99-FIM
           IF   ED-ACHOU NOT = "S"
                MOVE SPACES TO OBS
                STRING "CWENTR: destino de entrega " DELIMITED BY SIZE
                       ED-CODIGO DELIMITED BY SPACE
                       " nao cadastrado" DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                GO TO 500-99-FIM
           END-IF
           PERFORM 820-AGORA THRU 820-99-FIM
           MOVE SPACES       TO EE-CHAVE
           MOVE HOJE         TO EE-DATA
           MOVE AGORA        TO EE-HORA
           MOVE TASK         TO EE-TASK
           MOVE "S"          TO EE-NOVA
           MOVE PARM-DESTINO TO EE-DESTINO
           MOVE PARM-ARQUIVO TO EE-ARQUIVO
           MOVE "P"          TO EE-SITUACAO
           MOVE 0            TO EE-TENTATIVAS EE-BYTES
                                EE-ENTREGA-DATA EE-ENTREGA-HORA
           MOVE HOJE         TO EE-PROXIMA-DATA
           MOVE AGORA        TO EE-PROXIMA-HORA
           MOVE SPACES       TO EE-MENSAGEM
           MOVE NOME         TO EE-USUARIO
           PERFORM 515-NOME-BASE THRU 515-99-FIM
           PERFORM 420-GRAVA-ENTREGA THRU 420-99-FIM
           IF   FS-CWCONF > "09"
                MOVE "CWENTR: falha ao gravar a entrega" TO OBS
                CALL "CWLOGW" USING "#" OBS
                GO TO 500-99-FIM
           END-IF
           PERFORM 510-TENTA THRU 510-99-FIM
           EVALUATE TRUE
               WHEN EE-ENTREGUE MOVE 0 TO RC
               WHEN EE-PENDENTE MOVE 4 TO RC
               WHEN OTHER       MOVE 8 TO RC
           END-EVALUATE.

       500-99-FIM. EXIT.

      *    Uma tentativa da entrega corrente (campos EE-): envia pelo
      *    metodo do destino, registra a tentativa no "EA" e atualiza
      *    o "EE" - entregue, nova tentativa agendada pelo intervalo
      *    ou falha definitiva com as tentativas esgotadas
       510-TENTA.

           MOVE EE-DESTINO TO ED-CODIGO
           PERFORM 140-LE-DESTINO THRU 140-99-FIM
           PERFORM 515-NOME-BASE  THRU 515-99-FIM
           PERFORM 820-AGORA      THRU 820-99-FIM
           MOVE "N"    TO TENTATIVA-OK
           MOVE SPACES TO MOTIVO
           ADD  1      TO EE-TENTATIVAS
           IF   ED-ACHOU NOT = "S"
                MOVE "Destino de entrega nao cadastrado" TO MOTIVO
           ELSE
                MOVE EE-ARQUIVO TO LB-LOCAL
                CALL "CBL_CHECK_FILE_EXIST" USING LB-LOCAL
                                                  EN-FILE-DETAILS
                                         RETURNING EN-STATUS
                IF   EN-STATUS NOT = 0
                     MOVE "Arquivo a entregar nao encontrado"
                       TO MOTIVO
                ELSE
                     MOVE EN-FILE-SIZE TO TAM-LOCAL
                     IF   ED-SFTP
                          PERFORM 530-SFTP  THRU 530-99-FIM
                     ELSE
                          PERFORM 520-PASTA THRU 520-99-FIM
                     END-IF
                END-IF
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM 540-GRAVA-TENTATIVA THRU 540-99-FIM
           IF   TENTATIVA-OK = "S"
                MOVE "E"       TO EE-SITUACAO
                MOVE HOJE      TO EE-ENTREGA-DATA
                MOVE AGORA     TO EE-ENTREGA-HORA
                MOVE TAM-LOCAL TO EE-BYTES
                MOVE 0         TO EE-PROXIMA-DATA EE-PROXIMA-HORA
                ADD  1         TO ENTREGUES
           ELSE
                IF   EE-TENTATIVAS < ED-TENTATIVAS
                     MOVE "P" TO EE-SITUACAO
                     PERFORM 550-AGENDA THRU 550-99-FIM
                     ADD  1   TO PENDENTES
                ELSE
                     MOVE "F" TO EE-SITUACAO
                     MOVE 0   TO EE-PROXIMA-DATA EE-PROXIMA-HORA
                     ADD  1   TO FALHAS
                END-IF
           END-IF
           MOVE MOTIVO TO EE-MENSAGEM
           PERFORM 420-GRAVA-ENTREGA THRU 420-99-FIM

           MOVE SPACES TO OBS
           EVALUATE TRUE
               WHEN EE-ENTREGUE
                    STRING "Entregue " DELIMITED BY SIZE
                           NOME-BASE   DELIMITED BY SPACE
                           " a "       DELIMITED BY SIZE
                           EE-DESTINO  DELIMITED BY SPACE
                           ": "        DELIMITED BY SIZE
                           MOTIVO      DELIMITED BY SIZE
                      INTO OBS
               WHEN EE-PENDENTE
                    STRING "Entrega de " DELIMITED BY SIZE
                           NOME-BASE   DELIMITED BY SPACE
                           " a "       DELIMITED BY SIZE
                           EE-DESTINO  DELIMITED BY SPACE
                           " falhou, repete: " DELIMITED BY SIZE
                           MOTIVO      DELIMITED BY SIZE
                      INTO OBS
               WHEN OTHER
                    STRING "Entrega de " DELIMITED BY SIZE
                           NOME-BASE   DELIMITED BY SPACE
                           " a "       DELIMITED BY SIZE
                           EE-DESTINO  DELIMITED BY SPACE
                           " FALHOU: " DELIMITED BY SIZE
                           MOTIVO      DELIMITED BY SIZE
                      INTO OBS
           END-EVALUATE
           CALL "CWLOGW" USING "#" OBS.

       510-99-FIM. EXIT.

      *    Nome do arquivo sem o diretorio (vai assim para o destino)
       515-NOME-BASE.

           MOVE EE-ARQUIVO TO NOME-BASE
           PERFORM VARYING K FROM 60 BY -1
                   UNTIL K = 0
                      OR EE-ARQUIVO (K: 1) = "/" OR "\"
                   CONTINUE
           END-PERFORM
           IF   K > 0 AND K < 60
                MOVE EE-ARQUIVO (K + 1: ) TO NOME-BASE
           END-IF.

       515-99-FIM. EXIT.

      *    Pasta compartilhada: copia e confere o tamanho no destino
      *    (o recibo); fora do Unix a credencial, quando houver,
      *    conecta a pasta antes da copia
       520-PASTA.

           MOVE SPACES TO LB-ALVO
           STRING ED-DIRETORIO DELIMITED BY SPACE
                  BARRA        DELIMITED BY SIZE
                  NOME-BASE    DELIMITED BY SPACE
             INTO LB-ALVO
           IF   NOT CWUNIX-ON
           AND  ED-CREDENCIAL NOT = SPACES
           AND  ED-USUARIO NOT = SPACES
                PERFORM 560-CREDENCIAL THRU 560-99-FIM
                IF   CREDENCIAL = SPACES
                     GO TO 520-99-FIM
                END-IF
                MOVE SPACES TO COMANDO
                STRING "net use "   DELIMITED BY SIZE
                       ED-DIRETORIO DELIMITED BY SPACE
                       " /user:"    DELIMITED BY SIZE
                       ED-USUARIO   DELIMITED BY SPACE
                       " "          DELIMITED BY SIZE
                       CREDENCIAL   DELIMITED BY SPACE
                       " > NUL"     DELIMITED BY SIZE
                  INTO COMANDO
                CALL "SYSTEM" USING COMANDO
                MOVE SPACES TO COMANDO CREDENCIAL
           END-IF
           MOVE SPACES TO COMANDO
           IF   CWUNIX-ON
                STRING "cp "      DELIMITED BY SIZE
                       LB-LOCAL   DELIMITED BY SPACE
                       " "        DELIMITED BY SIZE
                       LB-ALVO    DELIMITED BY SPACE
                  INTO COMANDO
           ELSE
                STRING "copy /y " DELIMITED BY SIZE
                       LB-LOCAL   DELIMITED BY SPACE
                       " "        DELIMITED BY SIZE
                       LB-ALVO    DELIMITED BY SPACE
                       " > NUL"   DELIMITED BY SIZE
                  INTO COMANDO
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING COMANDO
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING LB-ALVO
                                             EN-FILE-DETAILS
                                    RETURNING EN-STATUS
           IF   EN-STATUS NOT = 0
                MOVE "Copia nao chegou a pasta de destino" TO MOTIVO
                GO TO 520-99-FIM
           END-IF
           MOVE EN-FILE-SIZE TO TAM-ALVO
           IF   TAM-ALVO NOT = TAM-LOCAL
                MOVE TAM-ALVO TO TAM-ED
                MOVE 0 TO K
                INSPECT TAM-ED TALLYING K FOR LEADING SPACES
                STRING "Copia incompleta no destino ("
                       TAM-ED (K + 1: ) " bytes)" DELIMITED BY SIZE
                  INTO MOTIVO
                GO TO 520-99-FIM
           END-IF
           MOVE "S" TO TENTATIVA-OK
           MOVE TAM-ALVO TO TAM-ED
           MOVE 0 TO K
           INSPECT TAM-ED TALLYING K FOR LEADING SPACES
           STRING "Recibo: " TAM-ED (K + 1: )
                  " bytes conferidos na pasta"
                  DELIMITED BY SIZE INTO MOTIVO.

       520-99-FIM. EXIT.

      *    SFTP: roteiro com o envio e a listagem do arquivo remoto;
      *    retorno do sftp diferente de zero e' falha da tentativa e
      *    a linha "ls -l" do arquivo, com o tamanho igual ao local,
      *    e' o recibo.  A chave privada vem da variavel de ambiente
      *    do destino
       530-SFTP.

           PERFORM 560-CREDENCIAL THRU 560-99-FIM
           IF   CREDENCIAL = SPACES
                GO TO 530-99-FIM
           END-IF
           MOVE SPACES TO LB-SFTWK LB-SAIWK
           STRING "CWENTR" TASK ".SFT" DELIMITED BY SIZE
             INTO LB-SFTWK
           STRING "CWENTR" TASK ".OUT" DELIMITED BY SIZE
             INTO LB-SAIWK
           OPEN OUTPUT SFTWK
           IF   FS-SFTWK NOT = "00"
                MOVE "Falha ao montar o roteiro SFTP" TO MOTIVO
                GO TO 530-99-FIM
           END-IF
           MOVE SPACES TO SFTWK-REG
           STRING "put "       DELIMITED BY SIZE
                  LB-LOCAL     DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  ED-DIRETORIO DELIMITED BY SPACE
                  "/"          DELIMITED BY SIZE
                  NOME-BASE    DELIMITED BY SPACE
             INTO SFTWK-REG
           WRITE SFTWK-REG
           MOVE SPACES TO SFTWK-REG
           STRING "ls -l "     DELIMITED BY SIZE
                  ED-DIRETORIO DELIMITED BY SPACE
                  "/"          DELIMITED BY SIZE
                  NOME-BASE    DELIMITED BY SPACE
             INTO SFTWK-REG
           WRITE SFTWK-REG
           CLOSE SFTWK
           IF   ED-PORTA = 0
                MOVE 22 TO ED-PORTA
           END-IF
           MOVE SPACES TO COMANDO
           STRING "sftp -b "   DELIMITED BY SIZE
                  LB-SFTWK     DELIMITED BY SPACE
                  " -i "       DELIMITED BY SIZE
                  CREDENCIAL   DELIMITED BY SPACE
                  " -P "       DELIMITED BY SIZE
                  ED-PORTA     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  ED-USUARIO   DELIMITED BY SPACE
                  "@"          DELIMITED BY SIZE
                  ED-SERVIDOR  DELIMITED BY SPACE
                  " > "        DELIMITED BY SIZE
                  LB-SAIWK     DELIMITED BY SPACE
                  " 2>&1"      DELIMITED BY SIZE
             INTO COMANDO
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING COMANDO
           MOVE RETURN-CODE TO RC-SFTP
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO COMANDO CREDENCIAL
           IF   RC-SFTP NOT = 0
                MOVE RC-SFTP TO TAM-ED
                MOVE 0 TO K
                INSPECT TAM-ED TALLYING K FOR LEADING SPACES
                STRING "Falha no sftp (retorno "
                       TAM-ED (K + 1: ) ")" DELIMITED BY SIZE
                  INTO MOTIVO
                GO TO 530-APAGA
           END-IF
           MOVE "Sem recibo: arquivo nao listado no servidor"
             TO MOTIVO
           OPEN INPUT SAIWK
           IF   FS-SAIWK = "00"
                PERFORM UNTIL FS-SAIWK > "09"
                           OR TENTATIVA-OK = "S"
                        READ SAIWK
                        IF   FS-SAIWK = "00"
                        AND  SAIWK-REG (1: 5) NOT = "sftp>"
                             PERFORM 535-PROCURA-NOME
                                THRU 535-99-FIM
                        END-IF
                END-PERFORM
                CLOSE SAIWK
           END-IF.

       530-APAGA.

           DELETE FILE SFTWK
           DELETE FILE SAIWK.

       530-99-FIM. EXIT.

      *    So' vale como recibo a linha de "ls -l" de arquivo comum
      *    (comeca por "-") cujo ultimo campo e' o nome do arquivo,
      *    sozinho ou no fim do caminho, e cujo tamanho (5o campo)
      *    confere com o local, como na pasta compartilhada
       535-PROCURA-NOME.

           IF   SAIWK-REG (1: 1) NOT = "-"
                GO TO 535-99-FIM
           END-IF
           PERFORM VARYING I FROM 60 BY -1
                   UNTIL I = 1 OR NOME-BASE (I: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           PERFORM VARYING FIM-LINHA FROM 200 BY -1
                   UNTIL FIM-LINHA = 1
                      OR SAIWK-REG (FIM-LINHA: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           PERFORM VARYING INICIO-NOME FROM FIM-LINHA BY -1
                   UNTIL INICIO-NOME = 1
                      OR SAIWK-REG (INICIO-NOME: 1) = SPACE
                   CONTINUE
           END-PERFORM
           ADD 1 TO INICIO-NOME
           IF   FIM-LINHA - INICIO-NOME + 1 < I
                GO TO 535-99-FIM
           END-IF
           IF   SAIWK-REG (FIM-LINHA - I + 1: I) NOT = NOME-BASE (1: I)
                GO TO 535-99-FIM
           END-IF
           IF   FIM-LINHA - INICIO-NOME + 1 > I
           AND  SAIWK-REG (FIM-LINHA - I: 1) NOT = "/"
                GO TO 535-99-FIM
           END-IF
           MOVE SPACES TO LISTA-TAMANHO
           MOVE 0      TO LISTA-TAMANHO-LEN
           UNSTRING SAIWK-REG DELIMITED BY ALL SPACE
               INTO LISTA-PERMISSAO
                    LISTA-LIGACOES
                    LISTA-DONO
                    LISTA-GRUPO
                    LISTA-TAMANHO COUNT IN LISTA-TAMANHO-LEN
           IF   LISTA-TAMANHO-LEN = 0
           OR   LISTA-TAMANHO-LEN > 9
                GO TO 535-99-FIM
           END-IF
           IF   LISTA-TAMANHO (1: LISTA-TAMANHO-LEN) NOT NUMERIC
                GO TO 535-99-FIM
           END-IF
           MOVE LISTA-TAMANHO (1: LISTA-TAMANHO-LEN) TO TAM-ALVO
           MOVE TAM-ALVO TO TAM-ED
           MOVE 0 TO K
           INSPECT TAM-ED TALLYING K FOR LEADING SPACES
           MOVE SPACES TO MOTIVO
           IF   TAM-ALVO NOT = TAM-LOCAL
                STRING "Copia incompleta no servidor ("
                       TAM-ED (K + 1: ) " bytes)" DELIMITED BY SIZE
                  INTO MOTIVO
                GO TO 535-99-FIM
           END-IF
           MOVE "S" TO TENTATIVA-OK
           STRING "Recibo: " TAM-ED (K + 1: )
                  " bytes conferidos no servidor"
                  DELIMITED BY SIZE INTO MOTIVO.

       535-99-FIM. EXIT.

      *    Log de entrega: um "EA" por tentativa (chave da entrega +
      *    numero da tentativa)
       540-GRAVA-TENTATIVA.

           MOVE LOW-VALUES TO CWCONF-REG
           MOVE "EA"       TO CWCONF-TIPO
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE EE-CHAVE (1: 22) TO CWCONF-CHAVE (1: 22)
           MOVE EE-TENTATIVAS    TO CWCONF-CHAVE (23: 3)
           MOVE EE-DESTINO       TO CWCONF-RELATORIO
           MOVE NOME-BASE        TO CWCONF-LABEL
           MOVE HOJE             TO CWCONF-ULTIMO-LOGIN-DATA
           MOVE AGORA            TO CWCONF-ULTIMO-LOGIN-HORA
           IF   TENTATIVA-OK = "S"
                MOVE "E" TO CWCONF-AP-STATUS
           ELSE
                MOVE "F" TO CWCONF-AP-STATUS
           END-IF
           MOVE MOTIVO           TO CWCONF-JOB-MENSAGEM
           MOVE NOME             TO CWCONF-NOME
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       540-99-FIM. EXIT.

      *    Proxima tentativa = agora + intervalo do destino
       550-AGENDA.

           COMPUTE MINUTOS = AGORA-HH * 60 + AGORA-MM + ED-INTERVALO
           MOVE HOJE TO EE-PROXIMA-DATA
           IF   MINUTOS NOT < 1440
                SUBTRACT 1440 FROM MINUTOS
                SET  CWTIME-NORMAL TO TRUE
                MOVE SPACE         TO CWTIME-TODAY-STATUS
                                      CWTIME-DAYS-STATUS
                MOVE HOJE          TO CWTIME-DATE
                MOVE 1             TO CWTIME-DAYS
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE CWTIME-DATE-FINAL TO EE-PROXIMA-DATA
           END-IF
           MOVE 0 TO HORA-W
           DIVIDE MINUTOS BY 60 GIVING HORA-W-HH
                                REMAINDER HORA-W-MM
           MOVE HORA-W TO EE-PROXIMA-HORA.

       550-99-FIM. EXIT.

      *    Credencial do destino: valor da variavel de ambiente
      *    nomeada no "ED", lido so na hora do envio
       560-CREDENCIAL.

           MOVE SPACES TO CREDENCIAL
           IF   ED-CREDENCIAL NOT = SPACES
                DISPLAY ED-CREDENCIAL UPON ENVIRONMENT-NAME
                ACCEPT  CREDENCIAL    FROM ENVIRONMENT-VALUE
           END-IF
           IF   CREDENCIAL = SPACES
                MOVE SPACES TO MOTIVO
                STRING "Credencial " DELIMITED BY SIZE
                       ED-CREDENCIAL DELIMITED BY SPACE
                       " nao definida no ambiente" DELIMITED BY SIZE
                  INTO MOTIVO
           END-IF.

       560-99-FIM. EXIT.

      *    Repeticao (cron): entregas pendentes com a proxima
      *    tentativa vencida
       600-REPETE.

           MOVE 0 TO ENTREGUES PENDENTES FALHAS
           PERFORM 820-AGORA   THRU 820-99-FIM
           PERFORM 310-CARREGA THRU 310-99-FIM
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > TOT-ENTREGAS
                   IF   EN-SITUACAO (S) = "P"
                   AND (EN-PROXIMA-DATA (S) < HOJE
                     OR (EN-PROXIMA-DATA (S) = HOJE
                     AND EN-PROXIMA-HORA (S) NOT > AGORA))
                        MOVE EN-CHAVE (S) TO EE-CHAVE
                        PERFORM 410-LE-ENTREGA THRU 410-99-FIM
                        IF   FS-CWCONF < "10"
                             PERFORM 510-TENTA THRU 510-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN FALHAS > 0    MOVE 8 TO RC
               WHEN PENDENTES > 0 MOVE 4 TO RC
               WHEN OTHER         MOVE 0 TO RC
           END-EVALUATE.

       600-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWCRON"         UPON ENVIRONMENT-NAME
           ACCEPT  CRON             FROM ENVIRONMENT-VALUE
           INSPECT CRON CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "CWENTR_ACAO"    UPON ENVIRONMENT-NAME
           ACCEPT  ACAO             FROM ENVIRONMENT-VALUE
           INSPECT ACAO CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "CWENTR_DESTINO" UPON ENVIRONMENT-NAME
           ACCEPT  PARM-DESTINO     FROM ENVIRONMENT-VALUE
           DISPLAY "CWENTR_ARQUIVO" UPON ENVIRONMENT-NAME
           ACCEPT  PARM-ARQUIVO     FROM ENVIRONMENT-VALUE
           IF   PARM-DESTINO = SPACES
                ACCEPT LINHA-COMANDO FROM COMMAND-LINE
                PERFORM VARYING K FROM 1 BY 1
                        UNTIL K > 200
                           OR LINHA-COMANDO (K: 1) NOT = SPACE
                        CONTINUE
                END-PERFORM
                IF   K < 200
                     UNSTRING LINHA-COMANDO (K: )
                              DELIMITED BY ALL SPACE
                         INTO PARM-DESTINO PARM-ARQUIVO
                END-IF
           END-IF
           INSPECT PARM-DESTINO
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           CALL "CWUNIX" USING PARAMETROS-CWUNIX
           IF   CWUNIX-ON
                MOVE "/" TO BARRA
           ELSE
                MOVE "\" TO BARRA
           END-IF
           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT = "00"
                MOVE "CWENTR: falha ao abrir a configuracao" TO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE 8 TO RC
                GO TO 800-99-FIM
           END-IF
           MOVE 0 TO RC
           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO NIVEL-OPERADOR
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.

       820-AGORA.

           SET  CWTIME-NORMAL TO TRUE
           SET  CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
           MOVE CWTIME-TIME-FINAL TO AGORA
           MOVE SPACE TO CWTIME-TODAY-STATUS.

       820-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWENTR.
