           SELECT ARQUIVO-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
      * Politica de senhas da MANOPER (validade e falhas ate o
      * bloqueio); sem o arquivo valem os padroes
           SELECT ARQUIVO-POLITICA ASSIGN TO "POLITICA-SENHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POLITICA.
      * Log de seguranca das tentativas de sign-on recusadas (fica
      * fora da trilha de auditoria para nao desemparelhar a
      * conciliacao posicional auditoria x interface)
           SELECT ARQUIVO-ENVIOS ASSIGN TO "ENVELOPES-ENVIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENVIOS.
      * Cadastro de unidades mantido pelo MANUNID: unidades validas,
      * periodo de atividade e limite de valor para aprovacao
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
      * Tabela de limites de valor por unidade: operando ou resultado
      * acima do limite segura a transacao para aprovacao em vez de
      * lancar direto. Lida so na falta do cadastro de unidades
           SELECT ARQUIVO-LIMITES ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIMITES.
      * a largura atual de WS-AUDIT-NUM1/2 e WS-AUDIT-RESULTADO, mais
      * o sufixo de estatisticas gravado somente nas linhas da
      * operacao agregada (grupo, quantidade, soma, minimo, maximo e
      * desvio padrao); de 241 a 267 vem o encadeamento da trilha
      * (cadeia e valor de verificacao)
       01  REG-AUDITORIA           PIC X(267).

      * Transacoes de um lote a processar sem intervencao do operador
       FD  ARQUIVO-TRANSACOES
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

       FD  ARQUIVO-SIGNON-LOG
           RECORDING MODE IS F.
           05 ENV-RUN-ID           PIC X(8).
           05 ENV-STATUS           PIC X(1).

      * Unidade do cadastro, no layout de REG-UNIDADE do MANUNID:
      * ativa de UNI-ATIVA-DESDE ate UNI-ATIVA-ATE inclusive (fim em
      * branco = sem termino); limite zero = sem limite de valor
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

      * Limite de valor de uma unidade: transacao com operando ou
      * resultado (em modulo) acima dele vai para a fila de aprovacao
       FD  ARQUIVO-LIMITES
      * ultimo checkpoint (largura da maior linha reposicionada)
       FD  ARQUIVO-REPOSICAO
           RECORDING MODE IS F.
       01  REG-REPOSICAO           PIC X(267).

      * Arquivo mestre indexado de calculos, chave = identificador do
      * calculo, para a consulta em tela e para apontar um calculo
       01 WS-FS-SIGNON-LOG     PIC X(2) VALUE ZEROS.
       01 WS-FS-ENVIOS         PIC X(2) VALUE ZEROS.
       01 WS-FS-LIMITES        PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.
       01 WS-FS-PENDENTES      PIC X(2) VALUE ZEROS.

      * Tabela de limites de valor por unidade, carregada do
      * cadastro de unidades (ou, sem ele, de LIMITES.DAT); unidade
      * fora da tabela nao tem limite
       01 WS-FIM-LIMITES       PIC X(1) VALUE "N".
       01 WS-QTD-LIMITES       PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-LIMITES.
           05 WS-LIMITE-ENTRADA OCCURS 200 TIMES.
               10 WS-LIM-UNIDADE   PIC X(3).
               10 WS-LIM-VALOR     PIC 9(14)V99.
       01 WS-IND-LIMITE        PIC 9(3) VALUE ZEROS.

      * Cadastro de unidades em memoria: periodo de atividade de cada
      * unidade. Sem UNIDADES.DAT a atividade nao e conferida.
      * Situacao da unidade conferida: A = ativa na data de negocio,
      * I = inativa, N = fora do cadastro
       01 WS-CADASTRO-UNIDADES PIC X(1) VALUE "N".
       01 WS-QTD-UNIDADES      PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-UNIDADES.
           05 WS-UNIDADE-ENTRADA OCCURS 200 TIMES.
               10 WS-UNI-CODIGO    PIC X(3).
               10 WS-UNI-DESDE     PIC X(10).
               10 WS-UNI-ATE       PIC X(10).
       01 WS-IND-UNIDADE       PIC 9(3) VALUE ZEROS.
       01 WS-UNIDADE-CONFERIDA PIC X(3) VALUE SPACES.
       01 WS-SITUACAO-UNIDADE  PIC X(1) VALUE "A".

      * Transacao corrente acima do limite da unidade: vai para a
      * fila de aprovacao em vez do lancamento direto
       01 WS-SIGNON-PRE-SENHA  PIC X(8) VALUE SPACES.
       01 WS-OPER-ACHADO       PIC X(1) VALUE "N".
       01 WS-FIM-OPERADORES    PIC X(1) VALUE "N".

      * Situacao do operador no sign-on: suspenso, bloqueado por
      * falhas seguidas ou com a senha expirada e recusado; falhas,
      * bloqueio e ultimo acesso sao regravados no cadastro
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
       01 WS-LINHA-SIGNON-LOG  PIC X(80) VALUE SPACES.
      * Motivo gravado no log de seguranca: recusa de sign-on ou
      * funcao restrita negada
       01 WS-AUDIT-NUM1        PIC -(7)9.99.
       01 WS-AUDIT-NUM2        PIC -(7)9.99.
       01 WS-AUDIT-RESULTADO   PIC X(20) VALUE SPACES.

      * Encadeamento da trilha de auditoria: apos o conteudo (1:240)
      * cada linha leva a cadeia a que pertence (" CD=" em 241 e o
      * identificador em 245:9 - "C" + data da geracao diaria da
      * CALCULADORA ou "P" + data das gravacoes diretas do ESTCALC e
      * da LIBERA na trilha permanente) e o valor de verificacao
      * (" CK=" em 254 e o valor em 258:10), derivado do conteudo com
      * a cadeia (1:253) e do valor da linha anterior da mesma
      * cadeia; a primeira linha da cadeia parte da ancora calculada
      * do proprio identificador
       01 WS-ELO-CADEIA        PIC X(9) VALUE SPACES.
       01 WS-ELO-ANTERIOR      PIC 9(10) VALUE ZEROS.
       01 WS-ELO-VALOR         PIC 9(10) VALUE ZEROS.
       01 WS-ELO-LINHA         PIC X(253) VALUE SPACES.
       01 WS-ELO-ACUM          PIC 9(12) VALUE ZEROS.
       01 WS-ELO-POS           PIC 9(3) VALUE ZEROS.
       01 WS-FIM-ELO           PIC X(1) VALUE "N".
      * Números de entrada - assinados e com 2 casas decimais para
      * suportar ajustes negativos e valores de centavos de razao
       01 WS-NUMERO-1          PIC S9(7)V99 VALUE ZEROS.
      *                           (status "35"). Qualquer outro status
      *                           de erro e fatal - a auditoria e
      *                           obrigatoria, entao o job nao continua
      *                           sem conseguir gravar nela. O
      *                           encadeamento continua da ultima
      *                           linha ja gravada na geracao
      ******************************************************************
       ABRIR-ARQUIVO-AUDITORIA.
           MOVE SPACES TO WS-ELO-CADEIA.
           STRING "C" WS-NOME-AUDIT-DIA(12:8)
                  DELIMITED BY SIZE INTO WS-ELO-CADEIA
           END-STRING.
           PERFORM CARREGAR-ULTIMO-ELO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA

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
           END-IF.
           MOVE "N" TO WS-FIM-OPERADORES.
           PERFORM UNTIL WS-FIM-OPERADORES = "S"
               READ ARQUIVO-OPERADORES
                   AT END
                       MOVE "S" TO WS-FIM-OPERADORES
                   NOT AT END
                       IF OPER-ID = WS-SIGNON-ID
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
                       MOVE OPER-ID TO WS-OPERADOR
                       MOVE OPER-PERFIL TO WS-PERFIL-OPERADOR
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
      * GRAVAR-LOG-SIGNON - Registra no log de seguranca a tentativa
           END-IF.

      ******************************************************************
      * CARREGAR-TABELA-LIMITES - Carrega do cadastro de unidades
      *                           (UNIDADES.DAT) o periodo de
      *                           atividade e o limite de valor de
      *                           cada unidade. Sem o cadastro valem
      *                           os limites de LIMITES.DAT e a
      *                           atividade nao e conferida; sem
      *                           nenhum dos dois nenhuma transacao e
      *                           retida para aprovacao
      ******************************************************************
       CARREGAR-TABELA-LIMITES.
           OPEN INPUT ARQUIVO-UNIDADES.
           IF WS-FS-UNIDADES NOT = "00"
                   AND WS-FS-UNIDADES NOT = "35"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "UNIDADES.DAT (status " WS-FS-UNIDADES ")."
               STOP RUN
           END-IF.
           IF WS-FS-UNIDADES = "00"
               MOVE "S" TO WS-CADASTRO-UNIDADES
               MOVE "N" TO WS-FIM-LIMITES
               PERFORM UNTIL WS-FIM-LIMITES = "S"
                   READ ARQUIVO-UNIDADES
                       AT END
                           MOVE "S" TO WS-FIM-LIMITES
                       NOT AT END
                           PERFORM GUARDAR-UNIDADE-CADASTRO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-UNIDADES
               DISPLAY " "
               DISPLAY "Cadastro de unidades carregado: "
                   WS-QTD-UNIDADES " unidade(s), " WS-QTD-LIMITES
                   " com limite de valor."
           ELSE
               DISPLAY " "
               DISPLAY "AVISO: UNIDADES.DAT nao encontrado - limites "
                   "de LIMITES.DAT, atividade das unidades nao "
                   "conferida."
               PERFORM CARREGAR-LIMITES-AVULSOS
           END-IF.

      ******************************************************************
      * GUARDAR-UNIDADE-CADASTRO - Uma unidade do cadastro para a
      *                            tabela em memoria; o limite, quando
      *                            informado, vai para a tabela de
      *                            limites
      ******************************************************************
       GUARDAR-UNIDADE-CADASTRO.
           IF UNI-CODIGO = SPACES
               CONTINUE
           ELSE IF WS-QTD-UNIDADES >= 200
               DISPLAY "AVISO: cadastro de unidades cheio - unidade "
                   UNI-CODIGO " ignorada."
           ELSE
               ADD 1 TO WS-QTD-UNIDADES
               MOVE UNI-CODIGO TO WS-UNI-CODIGO(WS-QTD-UNIDADES)
               MOVE UNI-ATIVA-DESDE TO WS-UNI-DESDE(WS-QTD-UNIDADES)
               MOVE UNI-ATIVA-ATE TO WS-UNI-ATE(WS-QTD-UNIDADES)
               IF UNI-LIMITE IS NOT NUMERIC
                   DISPLAY "AVISO: limite nao numerico para a "
                       "unidade " UNI-CODIGO " em UNIDADES.DAT - "
                       "sem limite."
               ELSE IF UNI-LIMITE > ZEROS
                   ADD 1 TO WS-QTD-LIMITES
                   MOVE UNI-CODIGO TO WS-LIM-UNIDADE(WS-QTD-LIMITES)
                   MOVE UNI-LIMITE TO WS-LIM-VALOR(WS-QTD-LIMITES)
               END-IF
           END-IF.

      ******************************************************************
      * CARREGAR-LIMITES-AVULSOS - Limites de valor por unidade de
      *                            LIMITES.DAT, na falta do cadastro
      *                            de unidades
      ******************************************************************
       CARREGAR-LIMITES-AVULSOS.
           OPEN INPUT ARQUIVO-LIMITES.
           IF WS-FS-LIMITES NOT = "00"
               CONTINUE
           IF LIM-VALOR IS NOT NUMERIC
               DISPLAY "AVISO: limite nao numerico para a unidade "
                   LIM-UNIDADE " em LIMITES.DAT - linha ignorada."
           ELSE IF WS-QTD-LIMITES >= 200
               DISPLAY "AVISO: tabela de limites cheia - limite de "
                   LIM-UNIDADE " ignorado."
           ELSE

      ******************************************************************
      * EDITAR-UNIDADE-TRANSACAO - Confere a unidade da transacao
      *                            contra o cadastro de unidades
      *                            (precisa estar cadastrada e ativa
      *                            na data de negocio) e contra a
      *                            tabela de cambio carregada de
      *                            TAXAS.DAT: precisa existir, ter
      *                            vigencia valida para a data de
      *                            negocio e, no modo recusar da
      *                            politica de validade, nao estar
      *                            lancamento
      ******************************************************************
       EDITAR-UNIDADE-TRANSACAO.
           MOVE TRANS-UNIDADE TO WS-UNIDADE-CONFERIDA.
           PERFORM CONFERIR-ATIVIDADE-UNIDADE.
           MOVE "N" TO WS-TAXA-ENCONTRADA.
           PERFORM VARYING WS-IND-TAXA FROM 1 BY 1
                   UNTIL WS-IND-TAXA > WS-QTD-TAXAS
                   MOVE WS-IND-TAXA TO WS-IND-TAXA-ACHADA
               END-IF
           END-PERFORM.
           IF WS-SITUACAO-UNIDADE = "N"
               MOVE "S" TO WS-EDIT-ERRO
               MOVE "UNIDADE NAO CADASTRADA" TO WS-EDIT-MENSAGEM
           ELSE IF WS-SITUACAO-UNIDADE = "I"
               MOVE "S" TO WS-EDIT-ERRO
               MOVE "UNIDADE INATIVA NA DATA DE NEGOCIO"
                   TO WS-EDIT-MENSAGEM
           ELSE IF WS-TAXA-ENCONTRADA = "N"
               MOVE "S" TO WS-EDIT-ERRO
               MOVE "UNIDADE SEM TAXA DE CAMBIO NA TABELA"
                   TO WS-EDIT-MENSAGEM
                   TO WS-EDIT-MENSAGEM
           END-IF.

      ******************************************************************
      * CONFERIR-ATIVIDADE-UNIDADE - Situacao no cadastro de unidades
      *                              de WS-UNIDADE-CONFERIDA na data
      *                              de negocio; sem o cadastro toda
      *                              unidade passa como ativa
      ******************************************************************
       CONFERIR-ATIVIDADE-UNIDADE.
           MOVE "A" TO WS-SITUACAO-UNIDADE.
           IF WS-CADASTRO-UNIDADES = "S"
               MOVE "N" TO WS-SITUACAO-UNIDADE
               PERFORM VARYING WS-IND-UNIDADE FROM 1 BY 1
                       UNTIL WS-IND-UNIDADE > WS-QTD-UNIDADES
                       OR WS-SITUACAO-UNIDADE NOT = "N"
                   IF WS-UNIDADE-CONFERIDA
                           = WS-UNI-CODIGO(WS-IND-UNIDADE)
                       MOVE "A" TO WS-SITUACAO-UNIDADE
                       IF WS-UNI-DESDE(WS-IND-UNIDADE)
                               > WS-DATA-NEGOCIO
                           MOVE "I" TO WS-SITUACAO-UNIDADE
                       END-IF
                       IF WS-UNI-ATE(WS-IND-UNIDADE) NOT = SPACES
                               AND WS-UNI-ATE(WS-IND-UNIDADE)
                                   < WS-DATA-NEGOCIO
                           MOVE "I" TO WS-SITUACAO-UNIDADE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * EDITAR-REGRAS-OPERACAO - Regras especificas da operacao na
      *                          edicao previa: divisor zero, logaritmo
               END-IF
           END-PERFORM.
           IF WS-TAXA-ENCONTRADA = "S"
               PERFORM CONFERIR-UNIDADE-EM-USO
           END-IF.
           IF WS-TAXA-ENCONTRADA = "S" AND WS-ERRO-CALCULO = "N"
               PERFORM CONFERIR-TAXA-EM-USO
           END-IF.
           IF WS-TAXA-ENCONTRADA = "N"
               END-COMPUTE
           END-IF.

      ******************************************************************
      * CONFERIR-UNIDADE-EM-USO - Cadastro de unidades conferido no
      *                           momento do uso (cobre o modo
      *                           interativo, que nao passa pela
      *                           edicao previa do lote): unidade fora
      *                           do cadastro ou inativa na data de
      *                           negocio e recusada
      ******************************************************************
       CONFERIR-UNIDADE-EM-USO.
           MOVE WS-UNIDADE TO WS-UNIDADE-CONFERIDA.
           PERFORM CONFERIR-ATIVIDADE-UNIDADE.
           IF WS-SITUACAO-UNIDADE = "N"
               DISPLAY " "
               DISPLAY "ERRO: unidade " WS-UNIDADE " nao cadastrada "
                   "em UNIDADES.DAT!"
               DISPLAY " "
               MOVE "S" TO WS-ERRO-CALCULO
               MOVE 11 TO WS-MOTIVO-REJEICAO
               MOVE "UNIDADE NAO CADASTRADA" TO WS-DESC-REJEICAO
           ELSE IF WS-SITUACAO-UNIDADE = "I"
               DISPLAY " "
               DISPLAY "ERRO: unidade " WS-UNIDADE " inativa na data "
                   WS-DATA-NEGOCIO "!"
               DISPLAY " "
               MOVE "S" TO WS-ERRO-CALCULO
               MOVE 12 TO WS-MOTIVO-REJEICAO
               MOVE "UNIDADE INATIVA NA DATA DE NEGOCIO"
                   TO WS-DESC-REJEICAO
           END-IF.

      ******************************************************************
      * CONFERIR-TAXA-EM-USO - Politica de validade aplicada no
      *                        momento do uso da taxa (cobre o modo
                      INTO REG-AUDITORIA(133:108)
               END-STRING
           END-IF.
           PERFORM ENCADEAR-LINHA-AUDITORIA.
           WRITE REG-AUDITORIA.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY " "
               STOP RUN
           END-IF.

      ******************************************************************
      * CARREGAR-ULTIMO-ELO - Antes da abertura em acrescimo, posiciona
      *                       o encadeamento no valor da ultima linha
      *                       da cadeia WS-ELO-CADEIA ja gravada na
      *                       trilha (ou na ancora, se a cadeia ainda
      *                       nao tem linhas)
      ******************************************************************
       CARREGAR-ULTIMO-ELO.
           PERFORM CALCULAR-ANCORA-ELO.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF WS-FS-AUDITORIA = "00"
               MOVE "N" TO WS-FIM-ELO
               PERFORM UNTIL WS-FIM-ELO = "S"
                   READ ARQUIVO-AUDITORIA
                       AT END
                           MOVE "S" TO WS-FIM-ELO
                       NOT AT END
                           IF REG-AUDITORIA(241:4) = " CD="
                                   AND REG-AUDITORIA(245:9)
                                       = WS-ELO-CADEIA
                                   AND REG-AUDITORIA(258:10)
                                       IS NUMERIC
                               MOVE REG-AUDITORIA(258:10)
                                   TO WS-ELO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AUDITORIA
           END-IF.

      ******************************************************************
      * CALCULAR-ANCORA-ELO - Valor de partida da cadeia
      *                       WS-ELO-CADEIA
      ******************************************************************
       CALCULAR-ANCORA-ELO.
           MOVE SPACES TO WS-ELO-LINHA.
           MOVE WS-ELO-CADEIA TO WS-ELO-LINHA(1:9).
           MOVE 5381 TO WS-ELO-ANTERIOR.
           PERFORM CALCULAR-ELO-AUDITORIA.
           MOVE WS-ELO-VALOR TO WS-ELO-ANTERIOR.

      ******************************************************************
      * ENCADEAR-LINHA-AUDITORIA - Completa REG-AUDITORIA, ja montada
      *                            em (1:240), com a cadeia e o valor
      *                            de verificacao, que passa a ser o
      *                            anterior da proxima linha
      ******************************************************************
       ENCADEAR-LINHA-AUDITORIA.
           STRING " CD=" WS-ELO-CADEIA
                  DELIMITED BY SIZE INTO REG-AUDITORIA(241:13)
           END-STRING.
           MOVE REG-AUDITORIA(1:253) TO WS-ELO-LINHA.
           PERFORM CALCULAR-ELO-AUDITORIA.
           STRING " CK=" WS-ELO-VALOR
                  DELIMITED BY SIZE INTO REG-AUDITORIA(254:14)
           END-STRING.
           MOVE WS-ELO-VALOR TO WS-ELO-ANTERIOR.

      ******************************************************************
      * CALCULAR-ELO-AUDITORIA - Valor de verificacao de WS-ELO-LINHA
      *                          encadeado a WS-ELO-ANTERIOR, reduzido
      *                          modulo o primo 9999999967 a cada
      *                          caractere
      ******************************************************************
       CALCULAR-ELO-AUDITORIA.
           MOVE WS-ELO-ANTERIOR TO WS-ELO-ACUM.
           PERFORM VARYING WS-ELO-POS FROM 1 BY 1
                   UNTIL WS-ELO-POS > 253
               COMPUTE WS-ELO-ACUM = FUNCTION MOD(
                   WS-ELO-ACUM * 31
                   + FUNCTION ORD(WS-ELO-LINHA(WS-ELO-POS:1)),
                   9999999967)
           END-PERFORM.
           MOVE WS-ELO-ACUM TO WS-ELO-VALOR.

      ******************************************************************
      * GRAVAR-INTERFACE - Exporta o calculo concluido para a geracao
      *                    diaria da interface, no layout fixo que o
