      *****************************************************
      * CWPRAZ.CPY - Prazos e delegacao das pendencias     *
      * (CALL "CWPRAZ" USING PARAMETROS-CWPRAZ).           *
      *   "P" devolve em CWPRAZ-PRAZO a data limite de uma *
      *       pendencia do CWPRAZ-TIPO ("AP"/"RI") aberta  *
      *       em CWPRAZ-DATA: CWPRAZ-DIAS dias depois, ou, *
      *       com DIAS zero, CWPRAZ_APROVACAO (5) ou       *
      *       CWPRAZ_REVISAO (30)                          *
      *   "D" diz se CWPRAZ-USUARIO e' substituto ("DL")   *
      *       vigente hoje: do CWPRAZ-TITULAR informado,   *
      *       ou, com ele em branco, de qualquer titular   *
      *       de nivel 8/9 que nao seja o CWPRAZ-EXCETO -  *
      *       devolve CWPRAZ-DELEGADO "S"/"N", o titular e *
      *       o nivel dele                                 *
      *   "E" varre os "AP" pendentes e os "RI" pendentes  *
      *       de campanha aberta, da prazo e nivel aos     *
      *       antigos e escala ao nivel 9 os vencidos      *
      *       (auditoria e SIEM); devolve as contagens     *
      * Pressupoe o CWCONF ja aberto; le o arquivo: chamar *
      * fora de varredura "NEXT".                          *
      *****************************************************
       01  PARAMETROS-CWPRAZ.
           05 CWPRAZ-FUNCAO              PIC  X(001) VALUE "E".
              88 CWPRAZ-CALCULA                       VALUE "P".
              88 CWPRAZ-DELEGACAO                     VALUE "D".
              88 CWPRAZ-ESCALA                        VALUE "E".
           05 CWPRAZ-TIPO                PIC  X(002) VALUE SPACES.
           05 CWPRAZ-DATA                PIC  9(008) VALUE 0.
           05 CWPRAZ-DIAS                PIC  9(003) VALUE 0.
           05 CWPRAZ-PRAZO               PIC  9(008) VALUE 0.
           05 CWPRAZ-USUARIO             PIC  X(030) VALUE SPACES.
           05 CWPRAZ-EXCETO              PIC  X(030) VALUE SPACES.
           05 CWPRAZ-TITULAR             PIC  X(030) VALUE SPACES.
           05 CWPRAZ-NIVEL-TITULAR       PIC  9(001) VALUE 0.
           05 CWPRAZ-DELEGADO            PIC  X(001) VALUE "N".
           05 CWPRAZ-PENDENTES           PIC  9(005) VALUE 0.
           05 CWPRAZ-VENCIDOS            PIC  9(005) VALUE 0.
           05 CWPRAZ-ESCALADOS-AGORA     PIC  9(005) VALUE 0.
