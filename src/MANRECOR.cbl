      ******************************************************************
      * Programa: MANRECOR
      * Descrição: Manutencao das transacoes recorrentes (RECORRENTES
      *            .DAT): os campos de REG-TRANSACAO (operacao,
      *            operandos, unidade e grupo) mais a frequencia
      *            (diaria, semanal ou mensal), o inicio e o fim da
      *            vigencia, a regra de dia util para fins de semana e
      *            fim de mes e o operador que cadastrou. Inclusao,
      *            alteracao, suspensao, reativacao e listagem, com log
      *            de alteracoes. O GERRECOR gera as ocorrencias do dia
      *            em TRANSACOES.DAT
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANRECOR.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RECORRENTES ASSIGN TO "RECORRENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECORRENTES.
      * Log de alteracoes das recorrentes: uma linha por inclusao,
      * alteracao, suspensao ou reativacao, com data/hora, operador e
      * a imagem gravada
           SELECT ARQUIVO-LOG ASSIGN TO "RECORRENTES-LOG.DAT"
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
      * Uma linha por transacao recorrente. Os 32 primeiros bytes
      * depois do identificador seguem REG-TRANSACAO da CALCULADORA.
      * Frequencia: D = diaria (todo dia util), S = semanal (no dia
      * da semana do inicio), M = mensal (no dia do mes do inicio, ou
      * no ultimo dia dos meses mais curtos). Regra de dia util para
      * a ocorrencia que cai em sabado ou domingo: A = antecipa para
      * o dia util anterior, P = posterga para o proximo, F = posterga
      * sem passar do fim do mes (se passar, antecipa). Situacao: A =
      * ativa, S = suspensa. Fim em branco = sem data de termino
       FD  ARQUIVO-RECORRENTES
           RECORDING MODE IS F.
       01  REG-RECORRENTE.
           05 REC-ID               PIC 9(6).
           05 REC-OPERACAO         PIC 9(1).
           05 REC-NUMERO-1         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 REC-NUMERO-2         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 REC-UNIDADE          PIC X(3).
           05 REC-GRUPO            PIC X(8).
           05 REC-FREQUENCIA       PIC X(1).
           05 REC-DATA-INICIO      PIC X(10).
           05 REC-DATA-FIM         PIC X(10).
           05 REC-REGRA-DIA-UTIL   PIC X(1).
           05 REC-SITUACAO         PIC X(1).
           05 REC-OPERADOR         PIC X(8).
           05 REC-DATA-CADASTRO    PIC X(10).

       FD  ARQUIVO-LOG
           RECORDING MODE IS F.
       01  REG-LOG                 PIC X(160).

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
       01 WS-FS-RECORRENTES    PIC X(2) VALUE ZEROS.
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

      * Cadastro de recorrentes em memoria: carregado inteiro a cada
      * funcao e regravado depois de uma alteracao
       01 WS-QTD-RECORRENTES   PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-RECORRENTES.
           05 WS-REC-IMAGEM    PIC X(79) OCCURS 500 TIMES.
       01 WS-IND-RECORRENTE    PIC 9(3) VALUE ZEROS.
       01 WS-IND-ACHADO        PIC 9(3) VALUE ZEROS.
       01 WS-MAIOR-ID          PIC 9(6) VALUE ZEROS.
       01 WS-FIM-RECORRENTES   PIC X(1) VALUE "N".

      * Recorrente em edicao (inclusao ou alteracao), no layout de
      * REG-RECORRENTE
       01 WS-REG-EDICAO.
           05 WS-EDI-ID            PIC 9(6).
           05 WS-EDI-OPERACAO      PIC 9(1).
           05 WS-EDI-NUMERO-1      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-EDI-NUMERO-2      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-EDI-UNIDADE       PIC X(3).
           05 WS-EDI-GRUPO         PIC X(8).
           05 WS-EDI-FREQUENCIA    PIC X(1).
           05 WS-EDI-DATA-INICIO   PIC X(10).
           05 WS-EDI-DATA-FIM      PIC X(10).
           05 WS-EDI-REGRA-DIA-UTIL PIC X(1).
           05 WS-EDI-SITUACAO      PIC X(1).
           05 WS-EDI-OPERADOR      PIC X(8).
           05 WS-EDI-DATA-CADASTRO PIC X(10).

      * Entrada do console: na alteracao, resposta em branco mantem o
      * valor atual do campo
       01 WS-ENTRADA           PIC X(15) VALUE SPACES.
       01 WS-MODO-ALTERACAO    PIC X(1) VALUE "N".
       01 WS-DADOS-OK          PIC X(1) VALUE "S".
       01 WS-ID-INFORMADO      PIC 9(6) VALUE ZEROS.
       01 WS-ACAO-LOG          PIC X(10) VALUE SPACES.
       01 WS-VALOR-LIDO        PIC S9(9)V99 VALUE ZEROS.
       01 WS-EXPOENTE-INTEIRO  PIC S9(7) VALUE ZEROS.
       01 WS-DATA-LIDA         PIC X(10) VALUE SPACES.
       01 WS-DATA-NUM          PIC 9(8) VALUE ZEROS.

      * Data corrente (AAAA-MM-DD) e data/hora para o log
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HOJE         PIC X(10) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Campos de edicao para exibicao
       01 WS-NUMERO-1-ED       PIC -(7)9.99.
       01 WS-NUMERO-2-ED       PIC -(7)9.99.
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
           DISPLAY "   TRANSACOES RECORRENTES - RECORRENTES.DAT".
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
           DISPLAY "  1 - Incluir recorrente".
           DISPLAY "  2 - Alterar recorrente".
           DISPLAY "  3 - Suspender recorrente".
           DISPLAY "  4 - Reativar recorrente".
           DISPLAY "  5 - Listar recorrentes".
           DISPLAY "  0 - Sair".
           DISPLAY " ".
           DISPLAY "Digite sua opcao (0 a 5): ".
           ACCEPT WS-OPCAO.

      ******************************************************************
      * EXECUTAR-OPCAO - Despacha a opcao escolhida no menu
      ******************************************************************
       EXECUTAR-OPCAO.
           IF WS-OPCAO = "1"
               PERFORM INCLUIR-RECORRENTE
           ELSE IF WS-OPCAO = "2"
               PERFORM ALTERAR-RECORRENTE
           ELSE IF WS-OPCAO = "3"
               PERFORM SUSPENDER-RECORRENTE
           ELSE IF WS-OPCAO = "4"
               PERFORM REATIVAR-RECORRENTE
           ELSE IF WS-OPCAO = "5"
               PERFORM LISTAR-RECORRENTES
           ELSE
               DISPLAY "Opcao invalida! Tente novamente."
           END-IF.

      ******************************************************************
      * CARREGAR-RECORRENTES - Carrega RECORRENTES.DAT na tabela e
      *                        guarda o maior identificador; arquivo
      *                        ausente e cadastro vazio
      ******************************************************************
       CARREGAR-RECORRENTES.
           MOVE ZEROS TO WS-QTD-RECORRENTES.
           MOVE ZEROS TO WS-MAIOR-ID.
           OPEN INPUT ARQUIVO-RECORRENTES.
           IF WS-FS-RECORRENTES = "35"
               CONTINUE
           ELSE IF WS-FS-RECORRENTES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RECORRENTES.DAT (status " WS-FS-RECORRENTES ")."
               STOP RUN
           ELSE
               MOVE "N" TO WS-FIM-RECORRENTES
               PERFORM UNTIL WS-FIM-RECORRENTES = "S"
                   READ ARQUIVO-RECORRENTES
                       AT END
                           MOVE "S" TO WS-FIM-RECORRENTES
                       NOT AT END
                           PERFORM GUARDAR-RECORRENTE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RECORRENTES
           END-IF.

      ******************************************************************
      * GUARDAR-RECORRENTE - Acrescenta a linha lida a tabela; mais de
      *                      500 recorrentes e fatal para a regravacao
      *                      nao perder linhas
      ******************************************************************
       GUARDAR-RECORRENTE.
           IF WS-QTD-RECORRENTES >= 500
               DISPLAY " "
               DISPLAY "ERRO FATAL: RECORRENTES.DAT excede 500 "
                   "recorrentes."
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-RECORRENTES.
           MOVE REG-RECORRENTE TO WS-REC-IMAGEM(WS-QTD-RECORRENTES).
           IF REC-ID IS NUMERIC AND REC-ID > WS-MAIOR-ID
               MOVE REC-ID TO WS-MAIOR-ID
           END-IF.

      ******************************************************************
      * REGRAVAR-RECORRENTES - Regrava o cadastro inteiro a partir da
      *                        tabela depois de uma alteracao
      ******************************************************************
       REGRAVAR-RECORRENTES.
           OPEN OUTPUT ARQUIVO-RECORRENTES.
           IF WS-FS-RECORRENTES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel regravar "
                   "RECORRENTES.DAT (status " WS-FS-RECORRENTES ")."
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IND-RECORRENTE FROM 1 BY 1
                   UNTIL WS-IND-RECORRENTE > WS-QTD-RECORRENTES
               MOVE WS-REC-IMAGEM(WS-IND-RECORRENTE) TO REG-RECORRENTE
               WRITE REG-RECORRENTE
               IF WS-FS-RECORRENTES NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: falha ao gravar "
                       "RECORRENTES.DAT (status " WS-FS-RECORRENTES
                       ")."
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-RECORRENTES.

      ******************************************************************
      * INCLUIR-RECORRENTE - Cadastra uma nova recorrente, ativa, com o
      *                      proximo identificador livre e o operador
      *                      da sessao como responsavel pelo cadastro
      ******************************************************************
       INCLUIR-RECORRENTE.
           PERFORM CARREGAR-RECORRENTES.
           IF WS-QTD-RECORRENTES >= 500
               DISPLAY "ERRO: cadastro cheio (500 recorrentes) - "
                   "nada gravado."
           ELSE
               MOVE SPACES TO WS-REG-EDICAO
               MOVE ZEROS TO WS-EDI-OPERACAO
               MOVE ZEROS TO WS-EDI-NUMERO-1
               MOVE ZEROS TO WS-EDI-NUMERO-2
               MOVE "F" TO WS-EDI-REGRA-DIA-UTIL
               MOVE "N" TO WS-MODO-ALTERACAO
               PERFORM LER-CAMPOS-RECORRENTE
               IF WS-DADOS-OK = "S"
                   ADD 1 TO WS-MAIOR-ID
                   MOVE WS-MAIOR-ID TO WS-EDI-ID
                   MOVE "A" TO WS-EDI-SITUACAO
                   MOVE WS-OPERADOR TO WS-EDI-OPERADOR
                   MOVE WS-DATA-HOJE TO WS-EDI-DATA-CADASTRO
                   ADD 1 TO WS-QTD-RECORRENTES
                   MOVE WS-REG-EDICAO
                       TO WS-REC-IMAGEM(WS-QTD-RECORRENTES)
                   PERFORM REGRAVAR-RECORRENTES
                   MOVE "INCLUSAO" TO WS-ACAO-LOG
                   PERFORM GRAVAR-LOG-ALTERACAO
                   DISPLAY "Recorrente " WS-EDI-ID " incluida."
               ELSE
                   DISPLAY "Inclusao cancelada - nada gravado."
               END-IF
           END-IF.

      ******************************************************************
      * ALTERAR-RECORRENTE - Altera os campos de uma recorrente; ENTER
      *                      mantem o valor atual. Identificador,
      *                      situacao e operador do cadastro nao mudam;
      *                      quem alterou fica no log
      ******************************************************************
       ALTERAR-RECORRENTE.
           PERFORM CARREGAR-RECORRENTES.
           PERFORM LER-ID-RECORRENTE.
           IF WS-IND-ACHADO > ZEROS
               MOVE WS-REC-IMAGEM(WS-IND-ACHADO) TO WS-REG-EDICAO
               PERFORM EXIBIR-RECORRENTE-EDICAO
               DISPLAY "ENTER em branco mantem o valor atual."
               MOVE "S" TO WS-MODO-ALTERACAO
               PERFORM LER-CAMPOS-RECORRENTE
               IF WS-DADOS-OK = "S"
                   MOVE WS-REG-EDICAO TO WS-REC-IMAGEM(WS-IND-ACHADO)
                   PERFORM REGRAVAR-RECORRENTES
                   MOVE "ALTERACAO" TO WS-ACAO-LOG
                   PERFORM GRAVAR-LOG-ALTERACAO
                   DISPLAY "Recorrente " WS-EDI-ID " alterada."
               ELSE
                   DISPLAY "Alteracao cancelada - nada gravado."
               END-IF
           END-IF.

      ******************************************************************
      * SUSPENDER-RECORRENTE - Suspende uma recorrente ativa: o
      *                        gerador deixa de gerar as ocorrencias
      *                        ate a reativacao
      ******************************************************************
       SUSPENDER-RECORRENTE.
           PERFORM CARREGAR-RECORRENTES.
           PERFORM LER-ID-RECORRENTE.
           IF WS-IND-ACHADO > ZEROS
               MOVE WS-REC-IMAGEM(WS-IND-ACHADO) TO WS-REG-EDICAO
               IF WS-EDI-SITUACAO = "S"
                   DISPLAY "ERRO: recorrente " WS-EDI-ID
                       " ja esta suspensa."
               ELSE
                   MOVE "S" TO WS-EDI-SITUACAO
                   MOVE WS-REG-EDICAO TO WS-REC-IMAGEM(WS-IND-ACHADO)
                   PERFORM REGRAVAR-RECORRENTES
                   MOVE "SUSPENSAO" TO WS-ACAO-LOG
                   PERFORM GRAVAR-LOG-ALTERACAO
                   DISPLAY "Recorrente " WS-EDI-ID " suspensa."
               END-IF
           END-IF.

      ******************************************************************
      * REATIVAR-RECORRENTE - Reativa uma recorrente suspensa. As
      *                       ocorrencias do periodo suspenso nao sao
      *                       geradas retroativamente
      ******************************************************************
       REATIVAR-RECORRENTE.
           PERFORM CARREGAR-RECORRENTES.
           PERFORM LER-ID-RECORRENTE.
           IF WS-IND-ACHADO > ZEROS
               MOVE WS-REC-IMAGEM(WS-IND-ACHADO) TO WS-REG-EDICAO
               IF WS-EDI-SITUACAO NOT = "S"
                   DISPLAY "ERRO: recorrente " WS-EDI-ID
                       " nao esta suspensa."
               ELSE
                   MOVE "A" TO WS-EDI-SITUACAO
                   MOVE WS-REG-EDICAO TO WS-REC-IMAGEM(WS-IND-ACHADO)
                   PERFORM REGRAVAR-RECORRENTES
                   MOVE "REATIVACAO" TO WS-ACAO-LOG
                   PERFORM GRAVAR-LOG-ALTERACAO
                   DISPLAY "Recorrente " WS-EDI-ID " reativada."
               END-IF
           END-IF.

      ******************************************************************
      * LER-ID-RECORRENTE - Pede o identificador e localiza a
      *                     recorrente na tabela (indice zero quando
      *                     nao encontrada)
      ******************************************************************
       LER-ID-RECORRENTE.
           MOVE ZEROS TO WS-IND-ACHADO.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Identificador da recorrente: ".
           ACCEPT WS-ENTRADA.
           IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                   OR WS-ENTRADA = SPACES
               DISPLAY "ERRO: identificador invalido."
           ELSE
               COMPUTE WS-ID-INFORMADO = FUNCTION NUMVAL(WS-ENTRADA)
               PERFORM VARYING WS-IND-RECORRENTE FROM 1 BY 1
                       UNTIL WS-IND-RECORRENTE > WS-QTD-RECORRENTES
                       OR WS-IND-ACHADO > ZEROS
                   MOVE WS-REC-IMAGEM(WS-IND-RECORRENTE)
                       TO REG-RECORRENTE
                   IF REC-ID = WS-ID-INFORMADO
                       MOVE WS-IND-RECORRENTE TO WS-IND-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IND-ACHADO = ZEROS
                   DISPLAY "ERRO: recorrente " WS-ID-INFORMADO
                       " nao cadastrada."
               END-IF
           END-IF.

      ******************************************************************
      * EXIBIR-RECORRENTE-EDICAO - Mostra a recorrente em edicao antes
      *                            da alteracao
      ******************************************************************
       EXIBIR-RECORRENTE-EDICAO.
           MOVE WS-EDI-NUMERO-1 TO WS-NUMERO-1-ED.
           MOVE WS-EDI-NUMERO-2 TO WS-NUMERO-2-ED.
           DISPLAY " ".
           DISPLAY "Recorrente " WS-EDI-ID " (situacao "
               WS-EDI-SITUACAO ")".
           DISPLAY "  Operacao.......: " WS-EDI-OPERACAO.
           DISPLAY "  Numero 1.......: " WS-NUMERO-1-ED.
           DISPLAY "  Numero 2.......: " WS-NUMERO-2-ED.
           DISPLAY "  Unidade/grupo..: " WS-EDI-UNIDADE " / "
               WS-EDI-GRUPO.
           DISPLAY "  Frequencia.....: " WS-EDI-FREQUENCIA.
           DISPLAY "  Inicio/fim.....: " WS-EDI-DATA-INICIO " / "
               WS-EDI-DATA-FIM.
           DISPLAY "  Regra dia util.: " WS-EDI-REGRA-DIA-UTIL.
           DISPLAY "  Cadastro.......: " WS-EDI-DATA-CADASTRO " por "
               WS-EDI-OPERADOR.

      ******************************************************************
      * LER-CAMPOS-RECORRENTE - Pede e valida os campos da recorrente
      *                         em edicao, na ordem do registro; o
      *                         primeiro erro cancela a edicao
      ******************************************************************
       LER-CAMPOS-RECORRENTE.
           MOVE "S" TO WS-DADOS-OK.
           PERFORM LER-OPERACAO-RECORRENTE.
           IF WS-DADOS-OK = "S"
               DISPLAY "Numero 1: "
               PERFORM LER-VALOR-RECORRENTE
               IF WS-DADOS-OK = "S" AND WS-ENTRADA NOT = SPACES
                   MOVE WS-VALOR-LIDO TO WS-EDI-NUMERO-1
               END-IF
           END-IF.
           IF WS-DADOS-OK = "S"
               DISPLAY "Numero 2: "
               PERFORM LER-VALOR-RECORRENTE
               IF WS-DADOS-OK = "S" AND WS-ENTRADA NOT = SPACES
                   MOVE WS-VALOR-LIDO TO WS-EDI-NUMERO-2
               END-IF
           END-IF.
           IF WS-DADOS-OK = "S"
               PERFORM LER-UNIDADE-GRUPO
           END-IF.
           IF WS-DADOS-OK = "S"
               PERFORM LER-FREQUENCIA-REGRA
           END-IF.
           IF WS-DADOS-OK = "S"
               PERFORM LER-DATAS-RECORRENTE
           END-IF.
           IF WS-DADOS-OK = "S"
               PERFORM VALIDAR-REGRAS-OPERACAO
           END-IF.

      ******************************************************************
      * LER-OPERACAO-RECORRENTE - Operacao da transacao gerada (1 a 8,
      *                           as mesmas da CALCULADORA)
      ******************************************************************
       LER-OPERACAO-RECORRENTE.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Operacao (1=soma 2=subtracao 3=multiplicacao "
               "4=divisao".
           DISPLAY "  5=log 6=percentual 7=potencia 8=agregado): ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
               CONTINUE
           ELSE IF WS-ENTRADA(1:1) IS NOT NUMERIC
                   OR WS-ENTRADA(2:14) NOT = SPACES
                   OR WS-ENTRADA(1:1) < "1"
                   OR WS-ENTRADA(1:1) > "8"
               DISPLAY "ERRO: operacao invalida - use 1 a 8."
               MOVE "N" TO WS-DADOS-OK
           ELSE
               MOVE WS-ENTRADA(1:1) TO WS-EDI-OPERACAO
           END-IF.

      ******************************************************************
      * LER-VALOR-RECORRENTE - Le um operando numerico no console e
      *                        confere a faixa de REG-TRANSACAO (sete
      *                        inteiros e duas decimais); em branco so
      *                        e aceito na alteracao
      ******************************************************************
       LER-VALOR-RECORRENTE.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               IF WS-MODO-ALTERACAO NOT = "S"
                   DISPLAY "ERRO: informe o valor."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
           ELSE IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
               DISPLAY "ERRO: valor invalido (" WS-ENTRADA ")."
               MOVE "N" TO WS-DADOS-OK
           ELSE
               COMPUTE WS-VALOR-LIDO = FUNCTION NUMVAL(WS-ENTRADA)
               IF WS-VALOR-LIDO > 9999999.99
                       OR WS-VALOR-LIDO < -9999999.99
                   DISPLAY "ERRO: valor fora da faixa de "
                       "+/-9999999,99."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
           END-IF.

      ******************************************************************
      * LER-UNIDADE-GRUPO - Unidade (obrigatoria) e grupo da operacao
      *                     agregada
      ******************************************************************
       LER-UNIDADE-GRUPO.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Unidade (3 posicoes): ".
           ACCEPT WS-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA.
           IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
               CONTINUE
           ELSE IF WS-ENTRADA = SPACES OR WS-ENTRADA(4:12) NOT = SPACES
               DISPLAY "ERRO: unidade invalida."
               MOVE "N" TO WS-DADOS-OK
           ELSE
               MOVE WS-ENTRADA(1:3) TO WS-EDI-UNIDADE
           END-IF.
           IF WS-DADOS-OK = "S"
               MOVE SPACES TO WS-ENTRADA
               DISPLAY "Grupo (ate 8 posicoes, so para a operacao 8;"
                   " - limpa): "
               ACCEPT WS-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA
               IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
                   CONTINUE
               ELSE IF WS-ENTRADA = "-"
                   MOVE SPACES TO WS-EDI-GRUPO
               ELSE IF WS-ENTRADA(9:7) NOT = SPACES
                   DISPLAY "ERRO: grupo com mais de 8 posicoes."
                   MOVE "N" TO WS-DADOS-OK
               ELSE
                   MOVE WS-ENTRADA(1:8) TO WS-EDI-GRUPO
               END-IF
           END-IF.

      ******************************************************************
      * LER-FREQUENCIA-REGRA - Frequencia (D/S/M) e regra de dia util
      *                        (A/P/F) para a ocorrencia que cai em
      *                        fim de semana
      ******************************************************************
       LER-FREQUENCIA-REGRA.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Frequencia (D=diaria S=semanal M=mensal): ".
           ACCEPT WS-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA.
           IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
               CONTINUE
           ELSE IF WS-ENTRADA(2:14) NOT = SPACES
                   OR (WS-ENTRADA(1:1) NOT = "D"
                   AND WS-ENTRADA(1:1) NOT = "S"
                   AND WS-ENTRADA(1:1) NOT = "M")
               DISPLAY "ERRO: frequencia invalida - use D, S ou M."
               MOVE "N" TO WS-DADOS-OK
           ELSE
               MOVE WS-ENTRADA(1:1) TO WS-EDI-FREQUENCIA
           END-IF.
           IF WS-DADOS-OK = "S"
               MOVE SPACES TO WS-ENTRADA
               DISPLAY "Regra de dia util (A=antecipa P=posterga "
                   "F=posterga sem virar o mes;"
               DISPLAY "  em branco = " WS-EDI-REGRA-DIA-UTIL "): "
               ACCEPT WS-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   CONTINUE
               ELSE IF WS-ENTRADA(2:14) NOT = SPACES
                       OR (WS-ENTRADA(1:1) NOT = "A"
                       AND WS-ENTRADA(1:1) NOT = "P"
                       AND WS-ENTRADA(1:1) NOT = "F")
                   DISPLAY "ERRO: regra invalida - use A, P ou F."
                   MOVE "N" TO WS-DADOS-OK
               ELSE
                   MOVE WS-ENTRADA(1:1) TO WS-EDI-REGRA-DIA-UTIL
               END-IF
           END-IF.

      ******************************************************************
      * LER-DATAS-RECORRENTE - Inicio (obrigatorio) e fim da vigencia
      *                        da recorrente; fim em branco na inclusao
      *                        = sem termino, "-" limpa na alteracao
      ******************************************************************
       LER-DATAS-RECORRENTE.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Data de inicio (AAAA-MM-DD): ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
               CONTINUE
           ELSE
               PERFORM VALIDAR-DATA-ENTRADA
               IF WS-DADOS-OK = "S"
                   MOVE WS-DATA-LIDA TO WS-EDI-DATA-INICIO
               END-IF
           END-IF.
           IF WS-DADOS-OK = "S"
               MOVE SPACES TO WS-ENTRADA
               DISPLAY "Data de fim (AAAA-MM-DD, em branco = sem "
                   "termino; - limpa): "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES AND WS-MODO-ALTERACAO = "S"
                   CONTINUE
               ELSE IF WS-ENTRADA = SPACES OR WS-ENTRADA = "-"
                   MOVE SPACES TO WS-EDI-DATA-FIM
               ELSE
                   PERFORM VALIDAR-DATA-ENTRADA
                   IF WS-DADOS-OK = "S"
                       MOVE WS-DATA-LIDA TO WS-EDI-DATA-FIM
                   END-IF
               END-IF
           END-IF.
           IF WS-DADOS-OK = "S" AND WS-EDI-DATA-FIM NOT = SPACES
                   AND WS-EDI-DATA-FIM < WS-EDI-DATA-INICIO
               DISPLAY "ERRO: fim " WS-EDI-DATA-FIM
                   " anterior ao inicio " WS-EDI-DATA-INICIO "."
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
                   OR WS-ENTRADA(11:5) NOT = SPACES
               DISPLAY "ERRO: data invalida (" WS-ENTRADA
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
      * VALIDAR-REGRAS-OPERACAO - As regras da edicao previa da
      *                           CALCULADORA aplicadas no cadastro,
      *                           para a recorrente nao gerar lote que
      *                           sera recusado: divisor zero,
      *                           logaritmo de nao positivo, base
      *                           negativa com expoente fracionario e
      *                           agregado sem grupo
      ******************************************************************
       VALIDAR-REGRAS-OPERACAO.
           IF WS-EDI-OPERACAO = 4 AND WS-EDI-NUMERO-2 = ZEROS
               DISPLAY "ERRO: divisao com divisor zero."
               MOVE "N" TO WS-DADOS-OK
           END-IF.
           IF WS-EDI-OPERACAO = 5 AND WS-EDI-NUMERO-1 NOT > ZEROS
               DISPLAY "ERRO: logaritmo de numero nao positivo."
               MOVE "N" TO WS-DADOS-OK
           END-IF.
           IF WS-EDI-OPERACAO = 7 AND WS-EDI-NUMERO-1 < ZEROS
               COMPUTE WS-EXPOENTE-INTEIRO =
                   FUNCTION INTEGER(WS-EDI-NUMERO-2)
               IF WS-EDI-NUMERO-2 NOT = WS-EXPOENTE-INTEIRO
                   DISPLAY "ERRO: base negativa com expoente "
                       "fracionario."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
           END-IF.
           IF WS-EDI-OPERACAO = 8 AND WS-EDI-GRUPO = SPACES
               DISPLAY "ERRO: operacao agregada exige o grupo."
               MOVE "N" TO WS-DADOS-OK
           END-IF.

      ******************************************************************
      * GRAVAR-LOG-ALTERACAO - Uma linha no log de alteracoes por
      *                        inclusao, alteracao, suspensao ou
      *                        reativacao, com data/hora, operador e a
      *                        imagem gravada da recorrente
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
                   "RECORRENTES-LOG.DAT (status " WS-FS-LOG ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-LOG.
           STRING WS-DATA-HORA
                  " OPERADOR=" WS-OPERADOR
                  " ACAO=" WS-ACAO-LOG
                  " ID=" WS-EDI-ID
                  " REGISTRO=" WS-REG-EDICAO
                  DELIMITED BY SIZE INTO REG-LOG
           END-STRING.
           WRITE REG-LOG.
           IF WS-FS-LOG NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "RECORRENTES-LOG.DAT (status " WS-FS-LOG ")."
               STOP RUN
           END-IF.
           CLOSE ARQUIVO-LOG.

      ******************************************************************
      * LISTAR-RECORRENTES - Lista o cadastro; situacao em branco lista
      *                      todas, A so as ativas, S so as suspensas
      ******************************************************************
       LISTAR-RECORRENTES.
           PERFORM CARREGAR-RECORRENTES.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY "Situacao a listar (A, S ou em branco = todas): ".
           ACCEPT WS-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA.
           DISPLAY " ".
           DISPLAY WS-LINHA WS-LINHA.
           DISPLAY "ID     OP NUMERO-1    NUMERO-2    UN  GRUPO    "
               "F INICIO     FIM        R S".
           DISPLAY WS-LINHA WS-LINHA.
           MOVE ZEROS TO WS-QTD-LISTADAS.
           PERFORM VARYING WS-IND-RECORRENTE FROM 1 BY 1
                   UNTIL WS-IND-RECORRENTE > WS-QTD-RECORRENTES
               MOVE WS-REC-IMAGEM(WS-IND-RECORRENTE) TO REG-RECORRENTE
               IF WS-ENTRADA = SPACES
                       OR REC-SITUACAO = WS-ENTRADA(1:1)
                   ADD 1 TO WS-QTD-LISTADAS
                   MOVE REC-NUMERO-1 TO WS-NUMERO-1-ED
                   MOVE REC-NUMERO-2 TO WS-NUMERO-2-ED
                   DISPLAY REC-ID " " REC-OPERACAO "  "
                       WS-NUMERO-1-ED " " WS-NUMERO-2-ED " "
                       REC-UNIDADE " " REC-GRUPO " "
                       REC-FREQUENCIA " " REC-DATA-INICIO " "
                       REC-DATA-FIM " " REC-REGRA-DIA-UTIL " "
                       REC-SITUACAO
               END-IF
           END-PERFORM.
           DISPLAY WS-LINHA WS-LINHA.
           DISPLAY WS-QTD-LISTADAS " recorrente(s) listada(s).".
