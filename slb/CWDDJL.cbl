       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDDJL.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Journal de gravacoes dos arquivos de dados:  *
                      *  cada inclusao, alteracao e exclusao do       *
                      *  CWDMNT e cada registro anexado por uma carga *
                      *  do CWLOAD vira um registro no journal diario *
                      *  CWDDJ<AAAAMMDD>.JRN, com imagem anterior,    *
                      *  imagem nova, arquivo, quem, quando, de que   *
                      *  programa e de que lote - e' o que o CWDDJR   *
                      *  usa para mostrar o historico de um registro  *
                      *  e desfazer uma alteracao ou a carga inteira. *
                      *  O usuario e' o da sessao ou, em passo de     *
                      *  corrente com dono, o da conta de servico     *
                      *  (CWGETS).  Diretorio do journal via          *
                      *  CWDDJL_PATH (corrente por falta).            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JRNDD  ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-JRNDD.

       DATA DIVISION.
       FILE SECTION.

       FD   JRNDD
            VALUE OF FILE-ID LB-JRNDD.

       01   JRNDD-REG.
            05 JRNDD-VERBO              PIC  X(001).
            05 JRNDD-DATA               PIC  9(008).
            05 JRNDD-HORA               PIC  9(006).
            05 JRNDD-USUARIO            PIC  X(030).
            05 JRNDD-PROGRAMA           PIC  X(008).
            05 JRNDD-ARQUIVO            PIC  X(030).
            05 JRNDD-LOTE               PIC  X(020).
            05 JRNDD-POSICAO            PIC  9(007).
            05 JRNDD-TAMANHO            PIC  9(004).
            05 JRNDD-ANTES              PIC  X(2048).
            05 JRNDD-DEPOIS             PIC  X(2048).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-JRNDD.
              10 FS-JRNDD              PIC  X(002) VALUE "00".
              10 LB-JRNDD              PIC  X(255) VALUE SPACES.
           05 ABERTO                   PIC  X(001) VALUE "N".
           05 PATH-JRN                 PIC  X(060) VALUE SPACES.
           05 BARRA                    PIC  X(001) VALUE "/".
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.

       COPY CWTIME.
       COPY CWUNIX.

       LINKAGE SECTION.

       COPY CWDDJL.

       PROCEDURE DIVISION USING PARAMETROS-CWDDJL.

       000-INICIO.

           MOVE "00" TO CWDDJL-STATUS
           IF   CWDDJL-FECHA
                IF   ABERTO = "S"
                     CLOSE JRNDD
                     MOVE "N" TO ABERTO
                END-IF
                GO TO 000-99-FIM
           END-IF

           IF   ABERTO NOT = "S"
                PERFORM 100-ABRE THRU 100-99-FIM
                IF   ABERTO NOT = "S"
                     MOVE FS-JRNDD TO CWDDJL-STATUS
                     GO TO 000-99-FIM
                END-IF
           END-IF

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWDDJL-VERBO         TO JRNDD-VERBO
           MOVE CWTIME-DATE-FINAL    TO JRNDD-DATA
           MOVE CWTIME-TIME-FINAL (1: 6) TO JRNDD-HORA
           MOVE NOME                 TO JRNDD-USUARIO
           MOVE CWDDJL-PROGRAMA      TO JRNDD-PROGRAMA
           IF   CWDDJL-PROGRAMA = SPACES
                MOVE PROGRAMA        TO JRNDD-PROGRAMA
           END-IF
           MOVE CWDDJL-ARQUIVO       TO JRNDD-ARQUIVO
           MOVE CWDDJL-LOTE          TO JRNDD-LOTE
           MOVE CWDDJL-POSICAO       TO JRNDD-POSICAO
           MOVE CWDDJL-TAMANHO       TO JRNDD-TAMANHO
           MOVE CWDDJL-IMAGEM-ANTES  TO JRNDD-ANTES
           MOVE CWDDJL-IMAGEM-DEPOIS TO JRNDD-DEPOIS
           WRITE JRNDD-REG
           MOVE FS-JRNDD TO CWDDJL-STATUS

           IF   CWDDJL-MANTER NOT = "S"
                CLOSE JRNDD
                MOVE "N" TO ABERTO
           END-IF.

       000-99-FIM. GOBACK.

      *    Journal do dia, no diretorio de CWDDJL_PATH; quem grava e'
      *    levantado uma vez por abertura
       100-ABRE.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CALL "CWGETS" USING NOME
           CALL "CWUNIX" USING PARAMETROS-CWUNIX
           IF   CWUNIX-ON
                MOVE "/" TO BARRA
           ELSE
                MOVE "\" TO BARRA
           END-IF
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME

           DISPLAY "CWDDJL_PATH" UPON ENVIRONMENT-NAME
           ACCEPT  PATH-JRN      FROM ENVIRONMENT-VALUE
           MOVE SPACES TO LB-JRNDD
           IF   PATH-JRN NOT = SPACES
                STRING PATH-JRN DELIMITED BY SPACE
                       BARRA    DELIMITED BY SIZE
                       "CWDDJ"  DELIMITED BY SIZE
                       CWTIME-DATE-FINAL DELIMITED BY SIZE
                       ".JRN"   DELIMITED BY SIZE
                  INTO LB-JRNDD
           ELSE
                STRING "CWDDJ"  DELIMITED BY SIZE
                       CWTIME-DATE-FINAL DELIMITED BY SIZE
                       ".JRN"   DELIMITED BY SIZE
                  INTO LB-JRNDD
           END-IF

           OPEN EXTEND JRNDD
           IF   FS-JRNDD NOT = "00"
                OPEN OUTPUT JRNDD
           END-IF
           IF   FS-JRNDD = "00"
                MOVE "S" TO ABERTO
           END-IF.

       100-99-FIM. EXIT.

       END PROGRAM CWDDJL.
