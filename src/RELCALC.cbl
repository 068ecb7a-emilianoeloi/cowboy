           SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
      * Cadastro de unidades mantido pelo MANUNID, fonte da descricao
      * impressa ao lado do codigo da unidade
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.

       DATA DIVISION.
       FILE SECTION.
      * N2 (44:11), RESULTADO (66:20), UNIDADE (90:3) e
      * identificador do calculo (97:9), run ID (111:8) e operador
      * (125:8); linhas da operacao agregada (8) trazem ainda um
      * sufixo de estatisticas a partir de 133, e toda linha o
      * encadeamento da trilha de 241 a 267
       FD  ARQUIVO-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA           PIC X(267).

      * Relatorio impresso, formato de impressora de 132 colunas
       FD  ARQUIVO-RELATORIO
           05 CTRL-OPERADOR        PIC X(8).
           05 CTRL-SENHA           PIC X(8).

      * Unidade do cadastro, no layout de REG-UNIDADE do MANUNID (so
      * codigo e descricao interessam ao relatorio)
       FD  ARQUIVO-UNIDADES
           RECORDING MODE IS F.
       01  REG-UNIDADE.
           05 UNI-CODIGO           PIC X(3).
           05 UNI-DESCRICAO        PIC X(30).
           05 UNI-SUBSIDIARIA      PIC X(10).
           05 UNI-ATIVA-DESDE      PIC X(10).
           05 UNI-ATIVA-ATE        PIC X(10).
           05 UNI-LIMITE           PIC 9(14)V99.
           05 UNI-DESTINO          PIC X(30).
           05 UNI-OPERADOR         PIC X(8).
           05 UNI-DATA-CADASTRO    PIC X(10).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-AUDITORIA      PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.
       01 WS-FS-CONTROLE       PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.

      * Data de negocio do controle de execucao; preenchida, define o
      * periodo do relatorio sem intervencao do operador
       01 WS-IND-UN            PIC 9(2) VALUE ZEROS.
       01 WS-UN-ACHADA         PIC X(1) VALUE "N".

      * Descricoes do cadastro de unidades; sem UNIDADES.DAT o
      * relatorio sai so com os codigos
       01 WS-FIM-UNIDADES      PIC X(1) VALUE "N".
       01 WS-QTD-CADASTRO      PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-CADASTRO.
           05 WS-CAD-UNIDADE OCCURS 200 TIMES.
               10 WS-CAD-CODIGO    PIC X(3).
               10 WS-CAD-DESCRICAO PIC X(30).
       01 WS-IND-CAD           PIC 9(3) VALUE ZEROS.
       01 WS-CAD-ACHADA        PIC X(1) VALUE "N".
       01 WS-DESCRICAO-UNIDADE PIC X(30) VALUE SPACES.

      * Totais gerais do periodo e linhas fora do layout ou do periodo
       01 WS-TOTAL-QUANTIDADE  PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-VALOR       PIC S9(16)V9(6) VALUE ZEROS.
      ******************************************************************
       INICIO.
           PERFORM PEDIR-PERIODO.
           PERFORM CARREGAR-DESCRICOES-UNIDADES.
           PERFORM ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
               END-IF
           END-IF.

      ******************************************************************
      * CARREGAR-DESCRICOES-UNIDADES - Le o cadastro de unidades para
      *                                imprimir a descricao ao lado
      *                                do codigo. Sem o cadastro o
      *                                relatorio segue so com codigos
      ******************************************************************
       CARREGAR-DESCRICOES-UNIDADES.
           OPEN INPUT ARQUIVO-UNIDADES.
           IF WS-FS-UNIDADES = "00"
               PERFORM UNTIL WS-FIM-UNIDADES = "S"
                   READ ARQUIVO-UNIDADES
                       AT END
                           MOVE "S" TO WS-FIM-UNIDADES
                       NOT AT END
                           PERFORM GUARDAR-DESCRICAO-UNIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-UNIDADES
           ELSE
               DISPLAY "AVISO: UNIDADES.DAT nao encontrado - unidades "
                   "impressas sem descricao."
           END-IF.

      ******************************************************************
      * GUARDAR-DESCRICAO-UNIDADE - Guarda codigo e descricao da
      *                             unidade lida na tabela
      ******************************************************************
       GUARDAR-DESCRICAO-UNIDADE.
           IF UNI-CODIGO NOT = SPACES
                   AND WS-QTD-CADASTRO < 200
               ADD 1 TO WS-QTD-CADASTRO
               MOVE UNI-CODIGO TO WS-CAD-CODIGO(WS-QTD-CADASTRO)
               MOVE UNI-DESCRICAO TO WS-CAD-DESCRICAO(WS-QTD-CADASTRO)
           END-IF.

      ******************************************************************
      * OBTER-DESCRICAO-UNIDADE - Descricao cadastrada da unidade em
      *                           WS-UN-CODIGO(WS-IND-UN); codigo fora
      *                           do cadastro sai marcado como tal
      ******************************************************************
       OBTER-DESCRICAO-UNIDADE.
           MOVE SPACES TO WS-DESCRICAO-UNIDADE.
           IF WS-QTD-CADASTRO > ZEROS
               MOVE "(NAO CADASTRADA)" TO WS-DESCRICAO-UNIDADE
               MOVE "N" TO WS-CAD-ACHADA
               PERFORM VARYING WS-IND-CAD FROM 1 BY 1
                       UNTIL WS-IND-CAD > WS-QTD-CADASTRO
                       OR WS-CAD-ACHADA = "S"
                   IF WS-CAD-CODIGO(WS-IND-CAD)
                           = WS-UN-CODIGO(WS-IND-UN)
                       MOVE WS-CAD-DESCRICAO(WS-IND-CAD)
                           TO WS-DESCRICAO-UNIDADE
                       MOVE "S" TO WS-CAD-ACHADA
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * ABRIR-ARQUIVOS - Abre a trilha de auditoria para leitura e o
      *                  relatorio para gravacao

      ******************************************************************
      * GRAVAR-SUBTOTAL-UNIDADE - Uma linha de subtotal da unidade em
      *                           WS-IND-UN, com a descricao cadastrada
      ******************************************************************
       GRAVAR-SUBTOTAL-UNIDADE.
           PERFORM OBTER-DESCRICAO-UNIDADE.
           MOVE WS-UN-QUANTIDADE(WS-IND-UN) TO WS-QUANTIDADE-ED.
           MOVE WS-UN-VALOR(WS-IND-UN) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-IMPRESSAO.
           STRING "  " WS-UN-CODIGO(WS-IND-UN)
                  " " WS-DESCRICAO-UNIDADE
                  "  QTD=" WS-QUANTIDADE-ED
                  "  VALOR=" WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
