      *****************************************************
      * CWDIDX.CPY - Acesso por chave a arquivo de dados   *
      * indexado do cadastro "02" (CALL "CWDIDX" USING     *
      * CWSQLC PARAMETROS-CWDIDX), com os mesmos verbos    *
      * do CWSQLC que o CWCONF usa:                        *
      *   OPEN     INPUT, ou I-O com CWSQLC-UPDATE         *
      *   START    posiciona na primeira chave igual ou    *
      *            maior que a de CWDIDX-REGISTRO          *
      *   READ     le pela chave exata (status "23" se nao *
      *            existe)                                 *
      *   NEXT     le o proximo na ordem da chave          *
      *   WRITE    inclui (status "22" = chave ja existe)  *
      *   REWRITE  regrava o registro da mesma chave       *
      *   DELETE   exclui o registro da chave              *
      *   CLOSE                                            *
      * A chave vem dos campos "K" do layout "DD" (posicao *
      * e tamanho gravados no "02" pelo CWDDMN) e tem de   *
      * ser exatamente os 60 primeiros bytes do registro   *
      * fisico, que e' a chave primaria declarada do       *
      * arquivo; arquivo com outra chave nao abre ("39").  *
      * Status em CWDIDX-STATUS, como o FILE STATUS do     *
      * COBOL.  CWDIDX-CANAL 1 = arquivo do chamador, 2 =  *
      * consulta paralela (referencias do CWDDRF) sem      *
      * fechar o 1.                                        *
      *****************************************************
       01  PARAMETROS-CWDIDX.
           05 CWDIDX-CANAL               PIC  9(001) VALUE 1.
           05 CWDIDX-ARQUIVO             PIC  X(255) VALUE SPACES.
           05 CWDIDX-CHAVE-POS           PIC  9(004) VALUE 0.
           05 CWDIDX-CHAVE-TAM           PIC  9(002) VALUE 0.
           05 CWDIDX-TAMANHO             PIC  9(004) VALUE 0.
           05 CWDIDX-STATUS              PIC  X(002) VALUE "00".
           05 CWDIDX-REGISTRO            PIC  X(2048) VALUE SPACES.
