      ******************************************************************
      * Programa: MANUNID
      * Descrição: Manutencao do cadastro de unidades (UNIDADES.DAT),
      *            o registro unico das unidades validas: codigo,
      *            descricao, subsidiaria proprietaria, inicio e fim
      *            da atividade, limite de valor para aprovacao e
      *            destino do roteamento da interface. Inclusao,
      *            alteracao, encerramento e listagem, com log de
      *            alteracoes. A CALCULADORA recusa unidade inativa na
      *            data de negocio e tira dele os limites; o ROTEIA
      *            tira dele os destinos; os relatorios, a descricao
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUNID.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
      * Log de alteracoes do cadastro: uma linha por inclusao,
      * alteracao ou encerramento, com data/hora, operador e a imagem
      * gravada
           SELECT ARQUIVO-LOG ASSIGN TO "UNIDADES-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
      * Cadastro de operadores autorizados, o mesmo do sign-on da
      * CALCULADORA: o log de alteracoes exige um operador validado
           SELECT ARQUIVO-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
      * Politica de senhas da MANOPER (validade e falhas ate o
      * bloqueio); sem o arquivo valem os padroes
           SELECT ARQUIVO-POLITICA ASSIGN TO "POLITICA-SENHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POLITICA.

       DATA DIVISION.
       FILE SECTION.
      * Uma linha por unidade. Ativa de UNI-ATIVA-DESDE ate
      * UNI-ATIVA-ATE inclusive (fim em branco = sem termino). Limite
      * zero = sem limite de valor; destino em branco = arquivo padrao
      * do roteamento
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

       FD  ARQUIVO-LOG
           RECORDING MODE IS F.
       01  REG-LOG                 PIC X(210).

       FD  ARQUIVO-OPERADORES
           RECORDING MODE IS F.
       01  REG-OPERADOR.
           05 OPER-ID              PIC X(8).
           05 OPER-SENHA           PIC X(8).
           05 OPER-PERFIL          PIC X(1).
           05 OPER-SITUACAO        PIC X(1).
           05 OPER-RESUMO-SENHA    PIC 9(10).
           05 OPER-DATA-SENHA      PIC X(10).
           05 OPER-FALHAS          PIC 9(2).
           05 OPER-ULTIMO-ACESSO   PIC X(10).
           05 OPER-DATA-INCLUSAO   PIC X(10).
           05 OPER-INCLUIDO-POR    PIC X(8).

       FD  ARQUIVO-POLITICA
           RECORDING MODE IS F.
       01  REG-POLITICA.
           05 POL-VALIDADE-DIAS    PIC 9(3).
           05 POL-MAX-FALHAS       PIC 9(2).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.
       01 WS-FS-LOG            PIC X(2) VALUE ZEROS.

      * Operador responsavel pela sessao de manutencao, validado
      * contra OPERADORES.DAT e carimbado em cada linha do log de
      * alteracoes; tres recusas encerram a sessao
       01 WS-FS-OPERADORES     PIC X(2) VALUE ZEROS.
       01 WS-OPERADOR          PIC X(8) VALUE SPACES.
       01 WS-SIGNON-SENHA      PIC X(8) VALUE SPACES.
       01 WS-SIGNON-OK         PIC X(1) VALUE "N".
       01 WS-SIGNON-TENTATIVAS PIC 9(1) VALUE ZEROS.
       01 WS-FIM-OPERADORES    PIC X(1) VALUE "N".

      * Situacao do operador no sign-on: suspenso, bloqueado por
      * falhas seguidas ou com a senha expirada e recusado; falhas,
      * bloqueio e ultimo acesso sao regravados no cadastro
       01 WS-MOTIVO-SIGNON     PIC X(25) VALUE SPACES.
       01 WS-OPER-ACHADO       PIC X(1) VALUE "N".
       01 WS-FS-POLITICA       PIC X(2) VALUE ZEROS.
       01 WS-VALIDADE-SENHA    PIC 9(3) VALUE 90.
       01 WS-MAX-FALHAS        PIC 9(2) VALUE 5.
       01 WS-SENHA-CONFERE     PIC X(1) VALUE "N".
       01 WS-SENHA-EXPIRADA    PIC X(1) VALUE "N".
       01 WS-SIGNON-DATA       PIC X(10) VALUE SPACES.
       01 WS-SIGNON-DATA-NUM   PIC 9(8) VALUE ZEROS.
       01 WS-DATA-SENHA-NUM    PIC 9(8) VALUE ZEROS.
       01 WS-IDADE-SENHA       PIC S9(7) VALUE ZEROS.
       01 WS-QTD-OPERADORES    PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-OPERADORES.
           05 WS-OPER-IMAGEM   PIC X(68) OCCURS 200 TIMES.
       01 WS-IND-OPERADOR      PIC 9(3) VALUE ZEROS.
       01 WS-OPER-ALTERADO     PIC X(1) VALUE "N".
       01 WS-OPER-EXCEDIDO     PIC X(1) VALUE "N".
       01 WS-RESUMO-ENTRADA    PIC X(16) VALUE SPACES.
       01 WS-RESUMO-ACUM       PIC 9(12) VALUE ZEROS.
       01 WS-RESUMO-SENHA      PIC 9(10) VALUE ZEROS.
       01 WS-IND-RESUMO        PIC 9(2) VALUE ZEROS.
       01 WS-POS-RESUMO        PIC 9(2) VALUE ZEROS.

      * Opcao do menu
       01 WS-OPCAO             PIC X(1) VALUE SPACES.

      * Cadastro de unidades em memoria: carregado inteiro a cada
      * funcao e regravado depois de uma alteracao
       01 WS-QTD-UNIDADES      PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-UNIDADES.
           05 WS-UNI-IMAGEM    PIC X(127) OCCURS 200 TIMES.
       01 WS-IND-UNIDADE       PIC 9(3) VALUE ZEROS.
       01 WS-IND-ACHADO        PIC 9(3) VALUE ZEROS.
       01 WS-FIM-UNIDADES      PIC X(1) VALUE "N".

      * Unidade em edicao (inclusao ou alteracao), no layout de
      * REG-UNIDADE
       01 WS-REG-EDICAO.
           05 WS-EDI-CODIGO        PIC X(3).
           05 WS-EDI-DESCRICAO     PIC X(30).
           05 WS-EDI-SUBSIDIARIA   PIC X(10).
           05 WS-EDI-ATIVA-DESDE   PIC X(10).
           05 WS-EDI-ATIVA-ATE     PIC X(10).
           05 WS-EDI-LIMITE        PIC 9(14)V99.
           05 WS-EDI-DESTINO       PIC X(30).
           05 WS-EDI-OPERADOR      PIC X(8).
           05 WS-EDI-DATA-CADASTRO PIC X(10).

      * Entrada do console: na alteracao, resposta em branco mantem o
      * valor atual do campo
       01 WS-ENTRADA           PIC X(40) VALUE SPACES.
       01 WS-MODO-ALTERACAO    PIC X(1) VALUE "N".
       01 WS-DADOS-OK          PIC X(1) VALUE "S".
       01 WS-ACAO-LOG          PIC X(12) VALUE SPACES.
       01 WS-VALOR-LIDO        PIC S9(15)V99 VALUE ZEROS.
       01 WS-DATA-LIDA         PIC X(10) VALUE SPACES.
       01 WS-DATA-NUM          PIC 9(8) VALUE ZEROS.

      * Data corrente (AAAA-MM-DD) e data/hora para o log
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HOJE         PIC X(10) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Campos de edicao para exibicao
       01 WS-LIMITE-ED         PIC Z(13)9.99.
       01 WS-SITUACAO-HOJE     PIC X(7) VALUE SPACES.
       01 WS-QTD-LISTADAS      PIC 9(4) VALUE ZEROS.

      * Linha decorativa
       01 WS-LINHA             PIC X(40) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Identifica o operador e repete o menu de manutencao
      *          ate a opcao de saida
      ******************************************************************
       INICIO.
           PERFORM OBTER-DATA-HORA.
           DISPLAY WS-LINHA.
           DISPLAY "   CADASTRO DE UNIDADES - UNIDADES.DAT".
           DISPLAY WS-LINHA.
           PERFORM IDENTIFICAR-OPERADOR.
           PERFORM EXIBIR-MENU.
           PERFORM UNTIL WS-OPCAO = "0"
               PERFORM EXECUTAR-OPCAO
               PERFORM EXIBIR-MENU
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Manutencao encerrada.".
           STOP RUN.

      ******************************************************************
      * OBTER-DATA-HORA - Data corrente para o cadastro e data/hora
      *                   para o log de alteracoes
      ******************************************************************
       OBTER-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2)
                  DELIMITED BY SIZE INTO WS-DATA-HOJE
           END-STRING.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2) " "
                  WS-TIMESTAMP-BRUTO(9:2) ":" WS-TIMESTAMP-BRUTO(11:2)
                  ":" WS-TIMESTAMP-BRUTO(13:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING.

      ******************************************************************
      * IDENTIFICAR-OPERADOR - Sign-on do operador da sessao contra o
      *                        cadastro OPERADORES.DAT; o log de
      *                        alteracoes exige a identificacao
      *                        validada de quem mexeu na tabela. Tres
      *                        recusas encerram a sessao
      ******************************************************************
       IDENTIFICAR-OPERADOR.
           PERFORM UNTIL WS-SIGNON-OK = "S"
                   OR WS-SIGNON-TENTATIVAS >= 3
               DISPLAY " "
               DISPLAY "Identificacao do operador: "
               ACCEPT WS-OPERADOR
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
               DISPLAY "Senha: "
               ACCEPT WS-SIGNON-SENHA
               PERFORM VALIDAR-OPERADOR
               IF WS-SIGNON-OK = "N"
                   ADD 1 TO WS-SIGNON-TENTATIVAS
                   DISPLAY "Sign-on recusado ("
                       WS-SIGNON-TENTATIVAS " de 3)."
               END-IF
           END-PERFORM.
           IF WS-SIGNON-OK = "N"
               DISPLAY " "
               DISPLAY "ERRO: tres tentativas de sign-on recusadas "
                   "- manutencao encerrada."
               STOP RUN
           END-IF.

      ******************************************************************
      * VALIDAR-OPERADOR - Procura a identificacao no cadastro de
      *                    operadores e confere situacao, senha e
      *                    validade da senha (CONFERIR-CREDENCIAIS).
      *                    O cadastro e carregado e regravado com as
      *                    falhas, o bloqueio e o ultimo acesso;
      *                    cadastro ausente e fatal
      ******************************************************************
       VALIDAR-OPERADOR.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE "N" TO WS-OPER-ACHADO.
           MOVE "N" TO WS-OPER-ALTERADO.
           MOVE "N" TO WS-OPER-EXCEDIDO.
           MOVE "SIGNON RECUSADO" TO WS-MOTIVO-SIGNON.
           MOVE ZEROS TO WS-QTD-OPERADORES.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           MOVE WS-TIMESTAMP-BRUTO(1:8) TO WS-SIGNON-DATA-NUM.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2)
                  DELIMITED BY SIZE INTO WS-SIGNON-DATA
           END-STRING.
           PERFORM CARREGAR-POLITICA-SENHA.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "OPERADORES.DAT (status " WS-FS-OPERADORES ") - "
                   "sign-on indisponivel."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-OPERADORES.
           PERFORM UNTIL WS-FIM-OPERADORES = "S"
               READ ARQUIVO-OPERADORES
                   AT END
                       MOVE "S" TO WS-FIM-OPERADORES
                   NOT AT END
                       IF OPER-ID = WS-OPERADOR
                               AND WS-OPER-ACHADO = "N"
                           MOVE "S" TO WS-OPER-ACHADO
                           PERFORM CONFERIR-CREDENCIAIS
                       END-IF
                       PERFORM GUARDAR-OPERADOR
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OPERADORES.
           IF WS-OPER-ALTERADO = "S"
               PERFORM REGRAVAR-OPERADORES
           END-IF.
           IF WS-MOTIVO-SIGNON NOT = "SIGNON RECUSADO"
               DISPLAY "AVISO: " WS-MOTIVO-SIGNON " - regularize o "
                   "cadastro na MANOPER."
           END-IF.

      ******************************************************************
      * CARREGAR-POLITICA-SENHA - Validade da senha em dias e falhas
      *                           seguidas ate o bloqueio (mesma
      *                           politica da MANOPER); campo fora do
      *                           layout numerico mantem o padrao
      ******************************************************************
       CARREGAR-POLITICA-SENHA.
           OPEN INPUT ARQUIVO-POLITICA.
           IF WS-FS-POLITICA = "00"
               READ ARQUIVO-POLITICA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF POL-VALIDADE-DIAS IS NUMERIC
                               AND POL-VALIDADE-DIAS > ZEROS
                           MOVE POL-VALIDADE-DIAS
                               TO WS-VALIDADE-SENHA
                       END-IF
                       IF POL-MAX-FALHAS IS NUMERIC
                               AND POL-MAX-FALHAS > ZEROS
                           MOVE POL-MAX-FALHAS TO WS-MAX-FALHAS
                       END-IF
               END-READ
               CLOSE ARQUIVO-POLITICA
           END-IF.

      ******************************************************************
      * CONFERIR-CREDENCIAIS - Situacao, senha e validade do operador
      *                        corrente do cadastro. Senha errada soma
      *                        uma falha e a ultima falha permitida
      *                        bloqueia a identificacao; senha certa
      *                        zera as falhas. Linha legada (sem
      *                        resumo) e conferida em claro e
      *                        convertida na hora. Senha expirada ou
      *                        provisoria so e trocada na MANOPER
      ******************************************************************
       CONFERIR-CREDENCIAIS.
           IF OPER-SITUACAO = "S"
               MOVE "OPERADOR SUSPENSO" TO WS-MOTIVO-SIGNON
           ELSE IF OPER-SITUACAO = "B"
               MOVE "OPERADOR BLOQUEADO" TO WS-MOTIVO-SIGNON
           ELSE
               MOVE "N" TO WS-SENHA-CONFERE
               MOVE SPACES TO WS-RESUMO-ENTRADA
               STRING OPER-ID WS-SIGNON-SENHA
                      DELIMITED BY SIZE INTO WS-RESUMO-ENTRADA
               END-STRING
               PERFORM CALCULAR-RESUMO-SENHA
               IF OPER-RESUMO-SENHA IS NUMERIC
                   IF OPER-RESUMO-SENHA = WS-RESUMO-SENHA
                       MOVE "S" TO WS-SENHA-CONFERE
                   END-IF
               ELSE
                   IF OPER-SENHA = WS-SIGNON-SENHA
                           AND OPER-SENHA NOT = SPACES
                       MOVE "S" TO WS-SENHA-CONFERE
                       MOVE WS-RESUMO-SENHA TO OPER-RESUMO-SENHA
                       MOVE SPACES TO OPER-SENHA
                       MOVE "A" TO OPER-SITUACAO
                       MOVE WS-SIGNON-DATA TO OPER-DATA-SENHA
                   END-IF
               END-IF
               IF OPER-FALHAS IS NOT NUMERIC
                   MOVE ZEROS TO OPER-FALHAS
               END-IF
               MOVE "S" TO WS-OPER-ALTERADO
               IF WS-SENHA-CONFERE = "N"
                   ADD 1 TO OPER-FALHAS
                   IF OPER-FALHAS >= WS-MAX-FALHAS
                       MOVE "B" TO OPER-SITUACAO
                       MOVE "BLOQUEIO POR FALHAS" TO WS-MOTIVO-SIGNON
                   END-IF
               ELSE
                   MOVE ZEROS TO OPER-FALHAS
                   PERFORM CONFERIR-VALIDADE-SENHA
                   IF WS-SENHA-EXPIRADA = "S"
                       MOVE "SENHA EXPIRADA" TO WS-MOTIVO-SIGNON
                   ELSE
                       MOVE WS-SIGNON-DATA TO OPER-ULTIMO-ACESSO
                       MOVE "S" TO WS-SIGNON-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CONFERIR-VALIDADE-SENHA - Senha do operador corrente mais
      *                           antiga que a validade da politica,
      *                           ou sem data de troca (provisoria),
      *                           esta expirada
      ******************************************************************
       CONFERIR-VALIDADE-SENHA.
           MOVE "N" TO WS-SENHA-EXPIRADA.
           IF OPER-DATA-SENHA(1:4) IS NOT NUMERIC
                   OR OPER-DATA-SENHA(6:2) IS NOT NUMERIC
                   OR OPER-DATA-SENHA(9:2) IS NOT NUMERIC
               MOVE "S" TO WS-SENHA-EXPIRADA
           ELSE
               COMPUTE WS-DATA-SENHA-NUM =
                   FUNCTION NUMVAL(OPER-DATA-SENHA(1:4)) * 10000
                   + FUNCTION NUMVAL(OPER-DATA-SENHA(6:2)) * 100
                   + FUNCTION NUMVAL(OPER-DATA-SENHA(9:2))
               COMPUTE WS-IDADE-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATA-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-SENHA-NUM)
               IF WS-IDADE-SENHA > WS-VALIDADE-SENHA
                       OR WS-IDADE-SENHA < ZEROS
                   MOVE "S" TO WS-SENHA-EXPIRADA
               END-IF
           END-IF.

      ******************************************************************
      * CALCULAR-RESUMO-SENHA - Resumo numerico de WS-RESUMO-ENTRADA
      *                         (identificacao seguida da senha), o
      *                         mesmo calculo da MANOPER: duas voltas
      *                         sobre os 16 bytes, cada byte pesado
      *                         pela posicao, modulo 9999999967
      ******************************************************************
       CALCULAR-RESUMO-SENHA.
           MOVE 5381 TO WS-RESUMO-ACUM.
           PERFORM VARYING WS-IND-RESUMO FROM 1 BY 1
                   UNTIL WS-IND-RESUMO > 32
               COMPUTE WS-POS-RESUMO =
                   FUNCTION MOD(WS-IND-RESUMO - 1, 16) + 1
               COMPUTE WS-RESUMO-ACUM = FUNCTION MOD(
                   WS-RESUMO-ACUM * 33
                   + FUNCTION ORD(WS-RESUMO-ENTRADA(WS-POS-RESUMO:1))
                   * (WS-IND-RESUMO + 7), 9999999967)
           END-PERFORM.
           MOVE WS-RESUMO-ACUM TO WS-RESUMO-SENHA.

      ******************************************************************
      * GUARDAR-OPERADOR - Linha corrente do cadastro para a tabela de
      *                    regravacao
      ******************************************************************
       GUARDAR-OPERADOR.
           IF WS-QTD-OPERADORES >= 200
               MOVE "S" TO WS-OPER-EXCEDIDO
           ELSE
               ADD 1 TO WS-QTD-OPERADORES
               MOVE REG-OPERADOR TO WS-OPER-IMAGEM(WS-QTD-OPERADORES)
           END-IF.

      ******************************************************************
      * REGRAVAR-OPERADORES - Regrava o cadastro a partir da tabela;
      *                       cadastro maior que a tabela nao e
      *                       regravado (a contagem de falhas se perde
      *                       com aviso, mas nenhuma linha e perdida)
      ******************************************************************
       REGRAVAR-OPERADORES.
           IF WS-OPER-EXCEDIDO = "S"
               DISPLAY "AVISO: cadastro com mais de 200 operadores - "
                   "OPERADORES.DAT nao regravado."
           ELSE
               OPEN OUTPUT ARQUIVO-OPERADORES
               IF WS-FS-OPERADORES NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel regravar "
                       "OPERADORES.DAT (status " WS-FS-OPERADORES ")."
                   STOP RUN
               END-IF
               PERFORM VARYING WS-IND-OPERADOR FROM 1 BY 1
                       UNTIL WS-IND-OPERADOR > WS-QTD-OPERADORES
                   MOVE WS-OPER-IMAGEM(WS-IND-OPERADOR) TO REG-OPERADOR
                   WRITE REG-OPERADOR
                   IF WS-FS-OPERADORES NOT = "00"
                       DISPLAY " "
                       DISPLAY "ERRO FATAL: falha ao gravar "
                           "OPERADORES.DAT (status " WS-FS-OPERADORES
                           ")."
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
           END-IF.
      ******************************************************************
      * EXIBIR-MENU - Opcoes da manutencao
      ******************************************************************
       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "Escolha a opcao:".
           DISPLAY "  1 - Incluir unidade".
           DISPLAY "  2 - Alterar unidade".
           DISPLAY "  3 - Encerrar unidade".
           DISPLAY "  4 - Listar unidades".
           DISPLAY "  0 - Sair".
           DISPLAY " ".
           DISPLAY "Digite sua opcao (0 a 4): ".
           ACCEPT WS-OPCAO.

      ******************************************************************
      * EXECUTAR-OPCAO - Despacha a opcao escolhida no menu
      ******************************************************************
       EXECUTAR-OPCAO.
           IF WS-OPCAO = "1"
               PERFORM INCLUIR-UNIDADE
           ELSE IF WS-OPCAO = "2"
               PERFORM ALTERAR-UNIDADE
           ELSE IF WS-OPCAO = "3"
               PERFORM ENCERRAR-UNIDADE
           ELSE IF WS-OPCAO = "4"
               PERFORM LISTAR-UNIDADES
           ELSE
               DISPLAY "Opcao invalida! Tente novamente."
           END-IF.

      ******************************************************************
      * CARREGAR-UNIDADES - Carrega UNIDADES.DAT na tabela; arquivo
      *                     ausente e cadastro vazio
      ******************************************************************
       CARREGAR-UNIDADES.
           MOVE ZEROS TO WS-QTD-UNIDADES.
           OPEN INPUT ARQUIVO-UNIDADES.
           IF WS-FS-UNIDADES = "35"
               CONTINUE
           ELSE IF WS-FS-UNIDADES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "UNIDADES.DAT (status " WS-FS-UNIDADES ")."
               STOP RUN
           ELSE
               MOVE "N" TO WS-FIM-UNIDADES
               PERFORM UNTIL WS-FIM-UNIDADES = "S"
                   READ ARQUIVO-UNIDADES
                       AT END
                           MOVE "S" TO WS-FIM-UNIDADES
                       NOT AT END
                           PERFORM GUARDAR-UNIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-UNIDADES
           END-IF.

      ******************************************************************
      * GUARDAR-UNIDADE - Acrescenta a linha lida a tabela; mais de
      *                   200 unidades e fatal para a regravacao nao
      *                   perder linhas
      ******************************************************************
       GUARDAR-UNIDADE.
           IF WS-QTD-UNIDADES >= 200
               DISPLAY " "
               DISPLAY "ERRO FATAL: UNIDADES.DAT excede 200 unidades."
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-UNIDADES.
           MOVE REG-UNIDADE TO WS-UNI-IMAGEM(WS-QTD-UNIDADES).

      ******************************************************************
      * REGRAVAR-UNIDADES - Regrava o cadastro inteiro a partir da
      *                     tabela depois de uma alteracao
      ******************************************************************
       REGRAVAR-UNIDADES.
           OPEN OUTPUT ARQUIVO-UNIDADES.
           IF WS-FS-UNIDADES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel regravar "
                   "UNIDADES.DAT (status " WS-FS-UNIDADES ")."
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > WS-QTD-UNIDADES
               MOVE WS-UNI-IMAGEM(WS-IND-UNIDADE) TO REG-UNIDADE
               WRITE REG-UNIDADE
               IF WS-FS-UNIDADES NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: falha ao gravar "
                       "UNIDADES.DAT (status " WS-FS-UNIDADES ")."
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-UNIDADES.

      ******************************************************************
      * INCLUIR-UNIDADE - Cadastra uma nova unidade com o operador da
      *                   sessao como responsavel pelo cadastro; o
      *                   codigo nao pode repetir
      ******************************************************************
       INCLUIR-UNIDADE.
           PERFORM CARREGAR-UNIDADES.
           IF WS-QTD-UNIDADES >= 200
               DISPLAY "ERRO: cadastro cheio (200 unidades) - "
                   "nada gravado."
           ELSE
               MOVE SPACES TO WS-ENTRADA
               DISPLAY "Codigo da unidade (3 posicoes): "
               ACCEPT WS-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA
               PERFORM PROCURAR-CODIGO-UNIDADE
               IF WS-ENTRADA = SPACES
                       OR WS-ENTRADA(4:37) NOT = SPACES
                   DISPLAY "ERRO: codigo invalido."
               ELSE IF WS-IND-ACHADO > ZEROS
                   DISPLAY "ERRO: unidade " WS-ENTRADA(1:3)
                       " ja cadastrada - use a alteracao."
               ELSE
                   MOVE SPACES TO WS-REG-EDICAO
                   MOVE WS-ENTRADA(1:3) TO WS-EDI-CODIGO
                   MOVE ZEROS TO WS-EDI-LIMITE
                   MOVE "N" TO WS-MODO-ALTERACAO
                   PERFORM LER-CAMPOS-UNIDADE
                   PERFORM CONFIRMAR-INCLUSAO
               END-IF
           END-IF.

      ******************************************************************
      * CONFIRMAR-INCLUSAO - Grava a unidade incluida depois da edicao
      *                      sem erro
      ******************************************************************
       CONFIRMAR-INCLUSAO.
           IF WS-DADOS-OK = "S"
               MOVE WS-OPERADOR TO WS-EDI-OPERADOR
               MOVE WS-DATA-HOJE TO WS-EDI-DATA-CADASTRO
               ADD 1 TO WS-QTD-UNIDADES
               MOVE WS-REG-EDICAO TO WS-UNI-IMAGEM(WS-QTD-UNIDADES)
               PERFORM REGRAVAR-UNIDADES
               MOVE "INCLUSAO" TO WS-ACAO-LOG
               PERFORM GRAVAR-LOG-ALTERACAO
               DISPLAY "Unidade " WS-EDI-CODIGO " incluida."
           ELSE
               DISPLAY "Inclusao cancelada - nada gravado."
           END-IF.

      ******************************************************************
      * ALTERAR-UNIDADE - Altera os campos de uma unidade; ENTER mantem
      *                   o valor atual. Codigo e operador do cadastro
      *                   nao mudam; quem alterou fica no log
      ******************************************************************
       ALTERAR-UNIDADE.
           PERFORM CARREGAR-UNIDADES.
           PERFORM LER-CODIGO-UNIDADE.
           IF WS-IND-ACHADO > ZEROS
               MOVE WS-UNI-IMAGEM(WS-IND-ACHADO) TO WS-REG-EDICAO
               PERFORM EXIBIR-UNIDADE-EDICAO
               DISPLAY "ENTER em branco mantem o valor atual."
               MOVE "S" TO WS-MODO-ALTERACAO
               PERFORM LER-CAMPOS-UNIDADE
               IF WS-DADOS-OK = "S"
                   MOVE WS-REG-EDICAO TO WS-UNI-IMAGEM(WS-IND-ACHADO)
                   PERFORM REGRAVAR-UNIDADES
                   MOVE "ALTERACAO" TO WS-ACAO-LOG
                   PERFORM GRAVAR-LOG-ALTERACAO
                   DISPLAY "Unidade " WS-EDI-CODIGO " alterada."
               ELSE
                   DISPLAY "Alteracao cancelada - nada gravado."
               END-IF
           END-IF.

      ******************************************************************
      * ENCERRAR-UNIDADE - Fecha a atividade da unidade numa data (em
      *                    branco, hoje): a partir do dia seguinte a
      *                    CALCULADORA recusa as transacoes dela. A
      *                    unidade continua no cadastro para os
      *                    relatorios e o roteamento do historico
      ******************************************************************
       ENCERRAR-UNIDADE.
           PERFORM CARREGAR-UNIDADES.
           PERFORM LER-CODIGO-UNIDADE.
           IF WS-IND-ACHADO > ZEROS
               MOVE WS-UNI-IMAGEM(WS-IND-ACHADO) TO WS-REG-EDICAO
               MOVE "S" TO WS-DADOS-OK
               MOVE SPACES TO WS-ENTRADA
               DISPLAY "Ultimo dia de atividade (AAAA-MM-DD, em "
                   "branco = " WS-DATA-HOJE "): "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE WS-DATA-HOJE TO WS-DATA-LIDA
               ELSE
                   PERFORM VALIDAR-DATA-ENTRADA
               END-IF
               PERFORM CONFIRMAR-ENCERRAMENTO
           END-IF.

      ******************************************************************
      * CONFIRMAR-ENCERRAMENTO - Grava o fim da atividade lido, que nao
      *                          pode ser anterior ao inicio
      ******************************************************************
       CONFIRMAR-ENCERRAMENTO.
           IF WS-DADOS-OK = "S"
                   AND WS-DATA-LIDA < WS-EDI-ATIVA-DESDE
               DISPLAY "ERRO: fim " WS-DATA-LIDA
                   " anterior ao inicio " WS-EDI-ATIVA-DESDE "."
               MOVE "N" TO WS-DADOS-OK
           END-IF.
           IF WS-DADOS-OK = "S"
               MOVE WS-DATA-LIDA TO WS-EDI-ATIVA-ATE
               MOVE WS-REG-EDICAO TO WS-UNI-IMAGEM(WS-IND-ACHADO)
               PERFORM REGRAVAR-UNIDADES
               MOVE "ENCERRAMENTO" TO WS-ACAO-LOG
               PERFORM GRAVAR-LOG-ALTERACAO
               DISPLAY "Unidade " WS-EDI-CODIGO " ativa ate "
                   WS-EDI-ATIVA-ATE "."
           ELSE
               DISPLAY "Encerramento cancelado - nada gravado."
           END-IF.

      ******************************************************************
      * LER-CODIGO-UNIDADE - Pede o codigo e localiza a unidade na
      *                      tabela (indice zero quando nao
      *                      encontrada)
      ******************************************************************
       LER-CODIGO-UNIDADE.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Codigo da unidade: ".
           ACCEPT WS-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA.
           PERFORM PROCURAR-CODIGO-UNIDADE.
           IF WS-IND-ACHADO = ZEROS
               DISPLAY "ERRO: unidade " WS-ENTRADA(1:3)
                   " nao cadastrada."
           END-IF.

      ******************************************************************
      * PROCURAR-CODIGO-UNIDADE - Posicao na tabela do codigo digitado
      *                           em WS-ENTRADA (zero se ausente)
      ******************************************************************
       PROCURAR-CODIGO-UNIDADE.
           MOVE ZEROS TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > WS-QTD-UNIDADES
                   OR WS-IND-ACHADO > ZEROS
               MOVE WS-UNI-IMAGEM(WS-IND-UNIDADE) TO REG-UNIDADE
               IF UNI-CODIGO = WS-ENTRADA(1:3)
                       AND WS-ENTRADA(4:37) = SPACES
                   MOVE WS-IND-UNIDADE TO WS-IND-ACHADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * EXIBIR-UNIDADE-EDICAO - Mostra a unidade em edicao antes da
      *                         alteracao
      ******************************************************************
       EXIBIR-UNIDADE-EDICAO.
           MOVE WS-EDI-LIMITE TO WS-LIMITE-ED.
           DISPLAY " ".
           DISPLAY "Unidade " WS-EDI-CODIGO.
           DISPLAY "  Descricao......: " WS-EDI-DESCRICAO.
           DISPLAY "  Subsidiaria....: " WS-EDI-SUBSIDIARIA.
           DISPLAY "  Ativa de/ate...: " WS-EDI-ATIVA-DESDE " / "
               WS-EDI-ATIVA-ATE.
           DISPLAY "  Limite.........: " WS-LIMITE-ED.
           DISPLAY "  Destino........: " WS-EDI-DESTINO.
           DISPLAY "  Cadastro.......: " WS-EDI-DATA-CADASTRO " por "
               WS-EDI-OPERADOR.

      ******************************************************************
      * LER-CAMPOS-UNIDADE - Pede e valida os campos da unidade em
      *                      edicao, na ordem do registro; o primeiro
      *                      erro cancela a edicao
      ******************************************************************
       LER-CAMPOS-UNIDADE.
           MOVE "S" TO WS-DADOS-OK.
           PERFORM LER-DESCRICAO-SUBSIDIARIA.
           IF WS-DADOS-OK = "S"
               PERFORM LER-DATAS-ATIVIDADE
           END-IF.
           IF WS-DADOS-OK = "S"
               PERFORM LER-LIMITE-UNIDADE
           END-IF.
           IF WS-DADOS-OK = "S"
               PERFORM LER-DESTINO-UNIDADE
           END-IF.

      ******************************************************************
      * LER-DESCRICAO-SUBSIDIARIA - Descricao (ate 30 posicoes) e
      *                             subsidiaria proprietaria (ate 10),
      *                             ambas obrigatorias
      ******************************************************************
       LER-DESCRICAO-SUBSIDIARIA.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Descricao (ate 30 posicoes): ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
               CONTINUE
           ELSE IF WS-ENTRADA = SPACES
               DISPLAY "ERRO: informe a descricao."
               MOVE "N" TO WS-DADOS-OK
           ELSE IF WS-ENTRADA(31:10) NOT = SPACES
               DISPLAY "ERRO: descricao com mais de 30 posicoes."
               MOVE "N" TO WS-DADOS-OK
           ELSE
               MOVE WS-ENTRADA(1:30) TO WS-EDI-DESCRICAO
           END-IF.
           IF WS-DADOS-OK = "S"
               MOVE SPACES TO WS-ENTRADA
               DISPLAY "Subsidiaria proprietaria (ate 10 posicoes): "
               ACCEPT WS-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA
               IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
                   CONTINUE
               ELSE IF WS-ENTRADA = SPACES
                   DISPLAY "ERRO: informe a subsidiaria."
                   MOVE "N" TO WS-DADOS-OK
               ELSE IF WS-ENTRADA(11:30) NOT = SPACES
                   DISPLAY "ERRO: subsidiaria com mais de 10 "
                       "posicoes."
                   MOVE "N" TO WS-DADOS-OK
               ELSE
                   MOVE WS-ENTRADA(1:10) TO WS-EDI-SUBSIDIARIA
               END-IF
           END-IF.

      ******************************************************************
      * LER-DATAS-ATIVIDADE - Inicio (obrigatorio) e fim da atividade;
      *                       fim em branco na inclusao = sem termino,
      *                       "-" limpa na alteracao
      ******************************************************************
       LER-DATAS-ATIVIDADE.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Ativa desde (AAAA-MM-DD): ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
               CONTINUE
           ELSE
               PERFORM VALIDAR-DATA-ENTRADA
               IF WS-DADOS-OK = "S"
                   MOVE WS-DATA-LIDA TO WS-EDI-ATIVA-DESDE
               END-IF
           END-IF.
           IF WS-DADOS-OK = "S"
               MOVE SPACES TO WS-ENTRADA
               DISPLAY "Ativa ate (AAAA-MM-DD, em branco = sem "
                   "termino; - limpa): "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
                   CONTINUE
               ELSE IF WS-ENTRADA = SPACES OR WS-ENTRADA = "-"
                   MOVE SPACES TO WS-EDI-ATIVA-ATE
               ELSE
                   PERFORM VALIDAR-DATA-ENTRADA
                   IF WS-DADOS-OK = "S"
                       MOVE WS-DATA-LIDA TO WS-EDI-ATIVA-ATE
                   END-IF
               END-IF
           END-IF.
           IF WS-DADOS-OK = "S" AND WS-EDI-ATIVA-ATE NOT = SPACES
                   AND WS-EDI-ATIVA-ATE < WS-EDI-ATIVA-DESDE
               DISPLAY "ERRO: fim " WS-EDI-ATIVA-ATE
                   " anterior ao inicio " WS-EDI-ATIVA-DESDE "."
               MOVE "N" TO WS-DADOS-OK
           END-IF.

      ******************************************************************
      * VALIDAR-DATA-ENTRADA - Confere o formato AAAA-MM-DD e se a data
      *                        existe no calendario
      ******************************************************************
       VALIDAR-DATA-ENTRADA.
           MOVE WS-ENTRADA(1:10) TO WS-DATA-LIDA.
           IF WS-DATA-LIDA(1:4) IS NOT NUMERIC
                   OR WS-DATA-LIDA(5:1) NOT = "-"
                   OR WS-DATA-LIDA(6:2) IS NOT NUMERIC
                   OR WS-DATA-LIDA(8:1) NOT = "-"
                   OR WS-DATA-LIDA(9:2) IS NOT NUMERIC
                   OR WS-ENTRADA(11:30) NOT = SPACES
               DISPLAY "ERRO: data invalida (" WS-ENTRADA(1:15)
                   ") - use AAAA-MM-DD."
               MOVE "N" TO WS-DADOS-OK
           ELSE
               COMPUTE WS-DATA-NUM =
                   FUNCTION NUMVAL(WS-DATA-LIDA(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATA-LIDA(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATA-LIDA(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) NOT = 0
                   DISPLAY "ERRO: data inexistente (" WS-DATA-LIDA
                       ")."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
           END-IF.

      ******************************************************************
      * LER-LIMITE-UNIDADE - Limite de valor para aprovacao: operando
      *                      ou resultado acima dele vai para a fila
      *                      do LIBERA. Zero (ou em branco na
      *                      inclusao) = sem limite
      ******************************************************************
       LER-LIMITE-UNIDADE.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Limite de valor para aprovacao (0 ou em branco = "
               "sem limite): ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               CONTINUE
           ELSE IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
               DISPLAY "ERRO: limite invalido (" WS-ENTRADA(1:20)
                   ")."
               MOVE "N" TO WS-DADOS-OK
           ELSE
               COMPUTE WS-VALOR-LIDO = FUNCTION NUMVAL(WS-ENTRADA)
               IF WS-VALOR-LIDO < ZEROS
                       OR WS-VALOR-LIDO > 99999999999999.99
                   DISPLAY "ERRO: limite fora da faixa de 0 a "
                       "99999999999999,99."
                   MOVE "N" TO WS-DADOS-OK
               ELSE
                   MOVE WS-VALOR-LIDO TO WS-EDI-LIMITE
               END-IF
           END-IF.

      ******************************************************************
      * LER-DESTINO-UNIDADE - Arquivo de destino do roteamento da
      *                       interface; em branco na inclusao = o
      *                       arquivo padrao, "-" limpa na alteracao
      ******************************************************************
       LER-DESTINO-UNIDADE.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Destino do roteamento (ate 30 posicoes; em branco"
               " = padrao; - limpa): ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
               CONTINUE
           ELSE IF WS-ENTRADA = "-"
               MOVE SPACES TO WS-EDI-DESTINO
           ELSE IF WS-ENTRADA(31:10) NOT = SPACES
               DISPLAY "ERRO: destino com mais de 30 posicoes."
               MOVE "N" TO WS-DADOS-OK
           ELSE
               MOVE WS-ENTRADA(1:30) TO WS-EDI-DESTINO
           END-IF.

      ******************************************************************
      * GRAVAR-LOG-ALTERACAO - Uma linha no log de alteracoes por
      *                        inclusao, alteracao ou encerramento,
      *                        com data/hora, operador e a imagem
      *                        gravada da unidade
      ******************************************************************
       GRAVAR-LOG-ALTERACAO.
           PERFORM OBTER-DATA-HORA.
           OPEN EXTEND ARQUIVO-LOG.
           IF WS-FS-LOG = "35"
               OPEN OUTPUT ARQUIVO-LOG
           END-IF.
           IF WS-FS-LOG NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "UNIDADES-LOG.DAT (status " WS-FS-LOG ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-LOG.
           STRING WS-DATA-HORA
                  " OPERADOR=" WS-OPERADOR
                  " ACAO=" WS-ACAO-LOG
                  " CODIGO=" WS-EDI-CODIGO
                  " REGISTRO=" WS-REG-EDICAO
                  DELIMITED BY SIZE INTO REG-LOG
           END-STRING.
           WRITE REG-LOG.
           IF WS-FS-LOG NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "UNIDADES-LOG.DAT (status " WS-FS-LOG ")."
               STOP RUN
           END-IF.
           CLOSE ARQUIVO-LOG.

      ******************************************************************
      * LISTAR-UNIDADES - Lista o cadastro com a situacao na data de
      *                   hoje; A lista so as ativas, I so as
      *                   inativas, em branco todas
      ******************************************************************
       LISTAR-UNIDADES.
           PERFORM CARREGAR-UNIDADES.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Situacao a listar (A, I ou em branco = todas): ".
           ACCEPT WS-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA.
           DISPLAY " ".
           DISPLAY WS-LINHA WS-LINHA WS-LINHA.
           DISPLAY "UN  DESCRICAO                      SUBSIDIARIA"
               " DESDE      ATE                   LIMITE SITUACAO".
           DISPLAY "    DESTINO".
           DISPLAY WS-LINHA WS-LINHA WS-LINHA.
           MOVE ZEROS TO WS-QTD-LISTADAS.
           PERFORM VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > WS-QTD-UNIDADES
               PERFORM LISTAR-UNIDADE
           END-PERFORM.
           DISPLAY WS-LINHA WS-LINHA WS-LINHA.
           DISPLAY WS-QTD-LISTADAS " unidade(s) listada(s).".

      ******************************************************************
      * LISTAR-UNIDADE - Uma unidade da listagem, se passar no filtro
      *                  de situacao
      ******************************************************************
       LISTAR-UNIDADE.
           MOVE WS-UNI-IMAGEM(WS-IND-UNIDADE) TO REG-UNIDADE.
           IF UNI-ATIVA-DESDE > WS-DATA-HOJE
               MOVE "INATIVA" TO WS-SITUACAO-HOJE
           ELSE IF UNI-ATIVA-ATE NOT = SPACES
                   AND UNI-ATIVA-ATE < WS-DATA-HOJE
               MOVE "INATIVA" TO WS-SITUACAO-HOJE
           ELSE
               MOVE "ATIVA" TO WS-SITUACAO-HOJE
           END-IF.
           IF WS-ENTRADA = SPACES
                   OR WS-SITUACAO-HOJE(1:1) = WS-ENTRADA(1:1)
               ADD 1 TO WS-QTD-LISTADAS
               MOVE UNI-LIMITE TO WS-LIMITE-ED
               DISPLAY UNI-CODIGO " " UNI-DESCRICAO " "
                   UNI-SUBSIDIARIA "  " UNI-ATIVA-DESDE " "
                   UNI-ATIVA-ATE " " WS-LIMITE-ED " "
                   WS-SITUACAO-HOJE
               DISPLAY "    " UNI-DESTINO
           END-IF.
