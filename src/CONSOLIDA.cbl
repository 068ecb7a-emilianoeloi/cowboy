      * Programa: CONSOLIDA
      * Descrição: Consolidacao de fim de dia das geracoes diarias da
      *            CALCULADORA: confere o envelope H/T da interface do
      *            dia (contagem e hash), o pareamento com a trilha
      *            de auditoria do dia e o encadeamento das linhas da
      *            trilha e, estando tudo integro, anexa
      *            as duas geracoes aos historicos permanentes
      *            (CALC-AUDIT.DAT e INTERFACE-CONTABIL.DAT) lidos
      *            pelo RELCALC e pelo CONCILIA. Um dia com defeito
           05 INTF-TRL-HASH        PIC S9(16)V9(6)
                                      SIGN LEADING SEPARATE.

      * Linha de auditoria no layout de GRAVAR-AUDITORIA da
      * CALCULADORA: conteudo em (1:240), cadeia (" CD=" em 241 e o
      * identificador em 245:9) e valor de verificacao (" CK=" em 254
      * e o valor em 258:10)
       FD  ARQUIVO-AUDIT-DIA
           RECORDING MODE IS F.
       01  REG-AUDIT-DIA           PIC X(267).

       FD  ARQUIVO-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA           PIC X(267).

       FD  ARQUIVO-INTERFACE
           RECORDING MODE IS F.
      * total de detalhes da interface (um para um por calculo)
       01 WS-TOTAL-AUDIT       PIC 9(7) VALUE ZEROS.

      * Conferencia do encadeamento da trilha do dia: toda linha da
      * geracao pertence a cadeia "C" + data e seu valor de
      * verificacao deve ser o recalculado a partir do conteudo e do
      * valor da linha anterior (a primeira parte da ancora da
      * cadeia); a primeira quebra encontrada e apontada
       01 WS-ELO-CADEIA        PIC X(9) VALUE SPACES.
       01 WS-ELO-ANTERIOR      PIC 9(10) VALUE ZEROS.
       01 WS-ELO-VALOR         PIC 9(10) VALUE ZEROS.
       01 WS-ELO-LINHA         PIC X(253) VALUE SPACES.
       01 WS-ELO-ACUM          PIC 9(12) VALUE ZEROS.
       01 WS-ELO-POS           PIC 9(3) VALUE ZEROS.
       01 WS-ELO-QUEBRADO      PIC X(1) VALUE "N".

      * Contagens do anexo ao historico permanente
       01 WS-ANEXADOS-INTF     PIC 9(7) VALUE ZEROS.
       01 WS-ANEXADOS-AUDIT    PIC 9(7) VALUE ZEROS.
      *                          um com os detalhes da interface do
      *                          dia (e assim que o CONCILIA fecha o
      *                          balanco); contagem diferente indica
      *                          geracao truncada. O encadeamento de
      *                          cada linha e conferido na mesma
      *                          passagem: linha alterada, excluida
      *                          ou inserida quebra a cadeia
      ******************************************************************
       CONFERIR-AUDITORIA-DIA.
           OPEN INPUT ARQUIVO-AUDIT-DIA.
                       ")."
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-ELO-CADEIA
               STRING "C" WS-NOME-AUDIT-DIA(12:8)
                      DELIMITED BY SIZE INTO WS-ELO-CADEIA
               END-STRING
               PERFORM CALCULAR-ANCORA-ELO
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-AUDIT-DIA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-AUDIT
                           IF WS-ELO-QUEBRADO = "N"
                               PERFORM CONFERIR-ELO-LINHA-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AUDIT-DIA
                   "desemparelhadas."
           END-IF.

      ******************************************************************
      * CONFERIR-ELO-LINHA-DIA - Confere a cadeia e o valor de
      *                          verificacao da linha corrente da
      *                          trilha do dia
      ******************************************************************
       CONFERIR-ELO-LINHA-DIA.
           IF REG-AUDIT-DIA(241:4) NOT = " CD="
                   OR REG-AUDIT-DIA(245:9) NOT = WS-ELO-CADEIA
                   OR REG-AUDIT-DIA(254:4) NOT = " CK="
                   OR REG-AUDIT-DIA(258:10) IS NOT NUMERIC
               PERFORM APONTAR-QUEBRA-ELO
           ELSE
               MOVE REG-AUDIT-DIA(1:253) TO WS-ELO-LINHA
               PERFORM CALCULAR-ELO-AUDITORIA
               IF WS-ELO-VALOR NOT = REG-AUDIT-DIA(258:10)
                   PERFORM APONTAR-QUEBRA-ELO
               ELSE
                   MOVE WS-ELO-VALOR TO WS-ELO-ANTERIOR
               END-IF
           END-IF.

      ******************************************************************
      * APONTAR-QUEBRA-ELO - Primeira quebra do encadeamento: o dia
      *                      fica com defeito e nao e anexado
      ******************************************************************
       APONTAR-QUEBRA-ELO.
           MOVE "S" TO WS-ELO-QUEBRADO.
           MOVE "S" TO WS-DIA-COM-DEFEITO.
           DISPLAY "DEFEITO: encadeamento da auditoria quebrado na "
               "linha " WS-TOTAL-AUDIT " de " WS-NOME-AUDIT-DIA
               " (ID " REG-AUDIT-DIA(97:9) ") - a trilha do dia foi "
               "alterada fora da CALCULADORA.".

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
      * CALCULAR-ELO-AUDITORIA - Valor de verificacao de WS-ELO-LINHA
      *                          encadeado a WS-ELO-ANTERIOR, na mesma
      *                          regra de GRAVAR-AUDITORIA da
      *                          CALCULADORA
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
      * ANEXAR-INTERFACE - Anexa a geracao diaria conferida (com os
      *                    envelopes H/T) ao historico permanente da
