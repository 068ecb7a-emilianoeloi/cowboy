      ******************************************************************
      * Programa: ROTEIA
      * Descrição: Roteamento dos detalhes da interface contabil para
      *            arquivos por subsidiaria, conforme o destino de
      *            cada unidade no cadastro de unidades (UNIDADES.DAT,
      *            mantido pelo MANUNID; sem ele, ROTEAMENTO.DAT).
      *            Cada arquivo de destino sai com envelope H/T
      *            proprio (numero de arquivo da serie de CALC-SEQ,
      *            contagem e hash total); unidades sem rota vao para
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cadastro de unidades: o destino do roteamento de cada unidade
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
      * Tabela de roteamento: codigo de unidade e nome do arquivo de
      * destino da subsidiaria correspondente. Lida so na falta do
      * cadastro de unidades
           SELECT ARQUIVO-ROTAS ASSIGN TO "ROTEAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROTAS.

       DATA DIVISION.
       FILE SECTION.
      * Unidade do cadastro, no layout de REG-UNIDADE do MANUNID;
      * destino em branco = arquivo padrao
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

       FD  ARQUIVO-ROTAS
           RECORDING MODE IS F.
       01  REG-ROTA.
       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-ROTAS          PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.
       01 WS-FS-INTERFACE      PIC X(2) VALUE ZEROS.
       01 WS-FS-DESTINO        PIC X(2) VALUE ZEROS.
       01 WS-FS-SEQUENCIA      PIC X(2) VALUE ZEROS.
       01 WS-TIMESTAMP-DATA    PIC X(21) VALUE SPACES.

      * Tabela de roteamento carregada em memoria: unidade -> destino
       01 WS-QTD-ROTAS         PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-ROTAS.
           05 WS-ROTA-ENTRADA OCCURS 200 TIMES.
               10 WS-ROTA-UNIDADE  PIC X(3).
               10 WS-ROTA-DESTINO  PIC X(30).
       01 WS-IND-ROTA          PIC 9(3) VALUE ZEROS.

      * Destinos distintos extraidos da tabela, mais o padrao para as
      * unidades sem rota (sempre a ultima passagem)
           DISPLAY "Roteando a geracao diaria " WS-NOME-INTF-DIA ".".

      ******************************************************************
      * CARREGAR-TABELA-ROTAS - Carrega para a memoria o destino de
      *                         cada unidade do cadastro de unidades,
      *                         ativa ou nao (o detalhe de uma unidade
      *                         ja encerrada ainda precisa chegar a
      *                         subsidiaria); unidade sem destino fica
      *                         no arquivo padrao. Sem o cadastro vale
      *                         ROTEAMENTO.DAT
      ******************************************************************
       CARREGAR-TABELA-ROTAS.
           OPEN INPUT ARQUIVO-UNIDADES.
           IF WS-FS-UNIDADES NOT = "00"
                   AND WS-FS-UNIDADES NOT = "35"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "UNIDADES.DAT (status " WS-FS-UNIDADES ")."
               STOP RUN
           END-IF.
           IF WS-FS-UNIDADES = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-UNIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDAR-ROTA-CADASTRO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-UNIDADES
               DISPLAY " "
               DISPLAY "Cadastro de unidades carregado: "
                   WS-QTD-ROTAS " unidade(s) com destino."
           ELSE
               DISPLAY " "
               DISPLAY "AVISO: UNIDADES.DAT nao encontrado - destinos "
                   "de ROTEAMENTO.DAT."
               PERFORM CARREGAR-ROTEAMENTO-AVULSO
           END-IF.

      ******************************************************************
      * GUARDAR-ROTA-CADASTRO - O destino de uma unidade do cadastro
      *                         para a tabela de roteamento
      ******************************************************************
       GUARDAR-ROTA-CADASTRO.
           IF UNI-CODIGO = SPACES OR UNI-DESTINO = SPACES
               CONTINUE
           ELSE IF WS-QTD-ROTAS >= 200
               DISPLAY "AVISO: tabela de roteamento cheia - rota da "
                   "unidade " UNI-CODIGO " ignorada."
           ELSE
               ADD 1 TO WS-QTD-ROTAS
               MOVE UNI-CODIGO TO WS-ROTA-UNIDADE(WS-QTD-ROTAS)
               MOVE UNI-DESTINO TO WS-ROTA-DESTINO(WS-QTD-ROTAS)
           END-IF.

      ******************************************************************
      * CARREGAR-ROTEAMENTO-AVULSO - Carrega ROTEAMENTO.DAT para a
      *                              memoria na falta do cadastro de
      *                              unidades; sem a tabela, tudo
      *                              desce para o arquivo padrao
      ******************************************************************
       CARREGAR-ROTEAMENTO-AVULSO.
           OPEN INPUT ARQUIVO-ROTAS.
           IF WS-FS-ROTAS NOT = "00"
               DISPLAY " "
               DISPLAY "AVISO: UNIDADES.DAT e ROTEAMENTO.DAT nao "
                   "encontrados - todos os detalhes irao para o "
                   "arquivo padrao."
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
           IF ROTA-UNIDADE = SPACES OR ROTA-DESTINO = SPACES
               DISPLAY "AVISO: linha invalida em ROTEAMENTO.DAT "
                   "ignorada (unidade ou destino em branco)."
           ELSE IF WS-QTD-ROTAS >= 200
               DISPLAY "AVISO: tabela de roteamento cheia - rota da "
                   "unidade " ROTA-UNIDADE " ignorada."
           ELSE
