       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDIDX.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Acesso por chave aos arquivos de dados       *
                      *  indexados do cadastro "02": abre, posiciona, *
                      *  le pela chave ou em sequencia de chave,      *
                      *  inclui, regrava e exclui no lugar.  A chave  *
                      *  (campos "K" do layout "DD") e' a chave       *
                      *  primaria fisica do arquivo, que tem de ser   *
                      *  os 60 primeiros bytes do registro: arquivo   *
                      *  com a chave em outra posicao ou tamanho nao  *
                      *  e' aberto (status "39").  Usado por CWBRWS,  *
                      *  CWDMNT e CWSCAN (canal 1) e pelo CWDDRF      *
                      *  (canal 2, consulta de referencias com o      *
                      *  arquivo do chamador ainda aberto).           *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DADIDX ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DADIDX-CHAVE
                  FILE STATUS   IS FS-DADIDX.

           SELECT DADID2 ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DADID2-CHAVE
                  FILE STATUS   IS FS-DADID2.

       DATA DIVISION.
       FILE SECTION.

       FD   DADIDX
            VALUE OF FILE-ID LB-DADIDX
            RECORD VARYING FROM 60 TO 2048 DEPENDING ON TAM-DADIDX.

       01   DADIDX-REG.
            05 DADIDX-CHAVE             PIC  X(060).
            05 FILLER                   PIC  X(1988).

       FD   DADID2
            VALUE OF FILE-ID LB-DADID2
            RECORD VARYING FROM 60 TO 2048 DEPENDING ON TAM-DADID2.

       01   DADID2-REG.
            05 DADID2-CHAVE             PIC  X(060).
            05 FILLER                   PIC  X(1988).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-DADIDX.
              10 FS-DADIDX             PIC  X(002) VALUE "00".
              10 LB-DADIDX             PIC  X(255) VALUE SPACES.
           05 ER-DADID2.
              10 FS-DADID2             PIC  X(002) VALUE "00".
              10 LB-DADID2             PIC  X(255) VALUE SPACES.
           05 TAM-DADIDX               PIC  9(004) VALUE 60.
           05 TAM-DADID2               PIC  9(004) VALUE 60.
           05 CN                       PIC  9(001) VALUE 1.
           05 TAB-CANAIS.
              10 CN-TB OCCURS 2.
                 15 CN-ABERTO          PIC  X(001).
                 15 CN-CHAVE-POS       PIC  9(004).
                 15 CN-CHAVE-TAM       PIC  9(002).
           05 CHAVE-POS                PIC  9(004) VALUE 0.
           05 CHAVE-TAM                PIC  9(002) VALUE 0.
           05 CHAVE-BUSCA              PIC  X(060) VALUE SPACES.
           05 CHAVE-W                  PIC  X(060) VALUE SPACES.
           05 TAM-W                    PIC  9(004) VALUE 60.
           05 REG-LIDO                 PIC  X(2048) VALUE SPACES.
           05 REG-NOVO                 PIC  X(2048) VALUE SPACES.

       LINKAGE SECTION.

       COPY CWSQLC.
       COPY CWDIDX.

       PROCEDURE DIVISION USING CWSQLC PARAMETROS-CWDIDX.

       000-INICIO.

           MOVE "00" TO CWDIDX-STATUS
           IF   CWDIDX-CANAL = 2
                MOVE 2 TO CN
           ELSE
                MOVE 1 TO CN
           END-IF
           IF   CWSQLC-OPEN
                PERFORM 100-ABRE THRU 100-99-FIM
                GO TO 000-99-FIM
           END-IF
           IF   CN-ABERTO (CN) NOT = "S"
                MOVE "47" TO CWDIDX-STATUS
                GO TO 000-99-FIM
           END-IF
           MOVE CN-CHAVE-POS (CN) TO CHAVE-POS
           MOVE CN-CHAVE-TAM (CN) TO CHAVE-TAM
           EVALUATE TRUE
               WHEN CWSQLC-CLOSE
                    PERFORM 110-FECHA      THRU 110-99-FIM
               WHEN CWSQLC-START
                    PERFORM 200-POSICIONA  THRU 200-99-FIM
               WHEN CWSQLC-READ
                    PERFORM 300-LE-CHAVE   THRU 300-99-FIM
               WHEN CWSQLC-NEXT
                    PERFORM 310-LE-PROXIMO THRU 310-99-FIM
               WHEN CWSQLC-WRITE
                    PERFORM 400-INCLUI     THRU 400-99-FIM
               WHEN CWSQLC-REWRITE
                    PERFORM 500-REGRAVA    THRU 500-99-FIM
               WHEN CWSQLC-DELETE
                    PERFORM 600-EXCLUI     THRU 600-99-FIM
           END-EVALUATE.

       000-99-FIM. GOBACK.

      *    A chave do dicionario tem de ser a chave fisica inteira
      *    (bytes 1 a 60); fora disso o arquivo nao e' aberto
       100-ABRE.

           IF   CN-ABERTO (CN) = "S"
                PERFORM 110-FECHA THRU 110-99-FIM
           END-IF
           MOVE CWDIDX-CHAVE-POS TO CN-CHAVE-POS (CN)
           MOVE CWDIDX-CHAVE-TAM TO CN-CHAVE-TAM (CN)
           IF   CWDIDX-CHAVE-POS NOT = 1
           OR   CWDIDX-CHAVE-TAM NOT = 60
                MOVE "39" TO CWDIDX-STATUS
                GO TO 100-99-FIM
           END-IF
           IF   CN = 2
                MOVE CWDIDX-ARQUIVO TO LB-DADID2
                IF   CWSQLC-UPDATE
                     OPEN I-O DADID2
                ELSE
                     OPEN INPUT DADID2
                END-IF
                MOVE FS-DADID2 TO CWDIDX-STATUS
           ELSE
                MOVE CWDIDX-ARQUIVO TO LB-DADIDX
                IF   CWSQLC-UPDATE
                     OPEN I-O DADIDX
                ELSE
                     OPEN INPUT DADIDX
                END-IF
                MOVE FS-DADIDX TO CWDIDX-STATUS
           END-IF
           IF   CWDIDX-STATUS < "10"
                MOVE "S" TO CN-ABERTO (CN)
           END-IF.

       100-99-FIM. EXIT.

       110-FECHA.

           IF   CN = 2
                CLOSE DADID2
                MOVE FS-DADID2 TO CWDIDX-STATUS
           ELSE
                CLOSE DADIDX
                MOVE FS-DADIDX TO CWDIDX-STATUS
           END-IF
           MOVE "N" TO CN-ABERTO (CN).

       110-99-FIM. EXIT.

      *    Primeiro registro com chave igual ou maior; o que vem
      *    depois da chave no trecho fisico entra como LOW-VALUES
       200-POSICIONA.

           MOVE LOW-VALUES TO CHAVE-W
           MOVE CWDIDX-REGISTRO (CHAVE-POS: CHAVE-TAM)
             TO CHAVE-W (CHAVE-POS: CHAVE-TAM)
           IF   CN = 2
                MOVE CHAVE-W TO DADID2-CHAVE
                START DADID2 KEY NOT < DADID2-CHAVE
                MOVE FS-DADID2 TO CWDIDX-STATUS
           ELSE
                MOVE CHAVE-W TO DADIDX-CHAVE
                START DADIDX KEY NOT < DADIDX-CHAVE
                MOVE FS-DADIDX TO CWDIDX-STATUS
           END-IF.

       200-99-FIM. EXIT.

       300-LE-CHAVE.

           MOVE CWDIDX-REGISTRO (CHAVE-POS: CHAVE-TAM)
             TO CHAVE-BUSCA
           PERFORM 200-POSICIONA THRU 200-99-FIM
           IF   CWDIDX-STATUS > "09"
                MOVE "23" TO CWDIDX-STATUS
                GO TO 300-99-FIM
           END-IF
           PERFORM 310-LE-PROXIMO THRU 310-99-FIM
           IF   CWDIDX-STATUS > "09"
                MOVE "23" TO CWDIDX-STATUS
                GO TO 300-99-FIM
           END-IF
           IF   CWDIDX-REGISTRO (CHAVE-POS: CHAVE-TAM)
                NOT = CHAVE-BUSCA (1: CHAVE-TAM)
                MOVE "23" TO CWDIDX-STATUS
           END-IF.

       300-99-FIM. EXIT.

       310-LE-PROXIMO.

           MOVE SPACES TO REG-LIDO
           IF   CN = 2
                READ DADID2 NEXT RECORD
                MOVE FS-DADID2 TO CWDIDX-STATUS
                IF   FS-DADID2 < "10"
                     MOVE DADID2-REG (1: TAM-DADID2) TO REG-LIDO
                END-IF
           ELSE
                READ DADIDX NEXT RECORD
                MOVE FS-DADIDX TO CWDIDX-STATUS
                IF   FS-DADIDX < "10"
                     MOVE DADIDX-REG (1: TAM-DADIDX) TO REG-LIDO
                END-IF
           END-IF
           IF   CWDIDX-STATUS < "10"
                MOVE REG-LIDO TO CWDIDX-REGISTRO
           END-IF.

       310-99-FIM. EXIT.

      *    Chave ja gravada devolve "22" sem gravar, como o indexado
       400-INCLUI.

           MOVE CWDIDX-REGISTRO TO REG-NOVO
           PERFORM 300-LE-CHAVE THRU 300-99-FIM
           MOVE REG-NOVO TO CWDIDX-REGISTRO
           IF   CWDIDX-STATUS < "10"
                MOVE "22" TO CWDIDX-STATUS
           ELSE
                PERFORM 710-GRAVA THRU 710-99-FIM
           END-IF.

       400-99-FIM. EXIT.

      *    Regrava o registro da chave pedida; se mudou algo no
      *    trecho da chave fisica alem da chave do dicionario, o
      *    registro sai e entra de novo
       500-REGRAVA.

           MOVE CWDIDX-REGISTRO TO REG-NOVO
           PERFORM 300-LE-CHAVE THRU 300-99-FIM
           IF   CWDIDX-STATUS > "09"
                GO TO 500-FIM
           END-IF
           PERFORM 700-TAMANHO THRU 700-99-FIM
           IF   REG-NOVO (1: 60) = REG-LIDO (1: 60)
                IF   CN = 2
                     MOVE TAM-W    TO TAM-DADID2
                     MOVE REG-NOVO TO DADID2-REG
                     REWRITE DADID2-REG
                     MOVE FS-DADID2 TO CWDIDX-STATUS
                ELSE
                     MOVE TAM-W    TO TAM-DADIDX
                     MOVE REG-NOVO TO DADIDX-REG
                     REWRITE DADIDX-REG
                     MOVE FS-DADIDX TO CWDIDX-STATUS
                END-IF
                GO TO 500-FIM
           END-IF
           PERFORM 720-EXCLUI-LIDO THRU 720-99-FIM
           IF   CWDIDX-STATUS < "10"
                PERFORM 710-GRAVA THRU 710-99-FIM
           END-IF.

       500-FIM.

           MOVE REG-NOVO TO CWDIDX-REGISTRO.

       500-99-FIM. EXIT.

       600-EXCLUI.

           MOVE CWDIDX-REGISTRO TO REG-NOVO
           PERFORM 300-LE-CHAVE THRU 300-99-FIM
           IF   CWDIDX-STATUS < "10"
                PERFORM 720-EXCLUI-LIDO THRU 720-99-FIM
           END-IF
           MOVE REG-NOVO TO CWDIDX-REGISTRO.

       600-99-FIM. EXIT.

      *    Tamanho gravado = o do layout, nunca menor que a chave
       700-TAMANHO.

           MOVE CWDIDX-TAMANHO TO TAM-W
           IF   TAM-W < 60
                MOVE 60 TO TAM-W
           END-IF
           IF   TAM-W > 2048
                MOVE 2048 TO TAM-W
           END-IF.

       700-99-FIM. EXIT.

       710-GRAVA.

           PERFORM 700-TAMANHO THRU 700-99-FIM
           IF   CN = 2
                MOVE TAM-W    TO TAM-DADID2
                MOVE REG-NOVO TO DADID2-REG
                WRITE DADID2-REG
                MOVE FS-DADID2 TO CWDIDX-STATUS
           ELSE
                MOVE TAM-W    TO TAM-DADIDX
                MOVE REG-NOVO TO DADIDX-REG
                WRITE DADIDX-REG
                MOVE FS-DADIDX TO CWDIDX-STATUS
           END-IF.

       710-99-FIM. EXIT.

       720-EXCLUI-LIDO.

           IF   CN = 2
                DELETE DADID2 RECORD
                MOVE FS-DADID2 TO CWDIDX-STATUS
           ELSE
                DELETE DADIDX RECORD
                MOVE FS-DADIDX TO CWDIDX-STATUS
           END-IF.

       720-99-FIM. EXIT.

       END PROGRAM CWDIDX.
