           SELECT ARQUIVO-LIMIARES ASSIGN TO "LIMIARES-ESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIMIARES.
      * Cadastro de unidades mantido pelo MANUNID, fonte da descricao
      * impressa ao lado do codigo da unidade
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
           SELECT ARQUIVO-RELATORIO ASSIGN TO "RELATORIO-VOLUME.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           05 LIM-PCT-REJEICAO     PIC 9(3).
           05 LIM-JANELA-DIAS      PIC 9(3).

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

       FD  ARQUIVO-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO           PIC X(100).
       01 WS-FS-CONTROLE       PIC X(2) VALUE ZEROS.
       01 WS-FS-LIMIARES       PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.

      * Data de negocio analisada (controle do escalonador ou a data
      * corrente) e limite inferior da janela de historico
       01 WS-IND-UN-ACHADA     PIC 9(2) VALUE ZEROS.
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

      * Calculo da variacao percentual da operacao corrente
       01 WS-MEDIA-HIST        PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-VARIACAO-PCT      PIC S9(7)V9(2) VALUE ZEROS.
           PERFORM LER-LIMIARES.
           PERFORM CALCULAR-JANELA.
           PERFORM CARREGAR-HISTORICO.
           PERFORM CARREGAR-DESCRICOES-UNIDADES.
           PERFORM EMITIR-RELATORIO.
           DISPLAY " ".
           DISPLAY "Analise de volume concluida - relatorio em "
           IF WS-UN-QTD-HIST(WS-IND-UN) > ZEROS
                   AND WS-UN-QTD-ATUAL(WS-IND-UN) = ZEROS
               ADD 1 TO WS-CONT-EXCECOES
               PERFORM OBTER-DESCRICAO-UNIDADE
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING "EXCECAO UNIDADE " WS-UN-CODIGO(WS-IND-UN)
                      " " WS-DESCRICAO-UNIDADE " SILENCIOSA:"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               MOVE "    movimento na janela e nenhum lancamento no dia"
                   TO WS-LINHA-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
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
