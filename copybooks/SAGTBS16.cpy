      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS16 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS16_RECIBOS                        *
      *   OBJETIVO      : PAGAMENTOS DE MENSALIDADES RECEBIDOS NO     *
      *                   BALCAO (CAIXA DA SECRETARIA) PELA TRANSACAO *
      *                   SAGBB055: UMA LINHA POR MENSALIDADE QUITADA *
      *                   NO RECIBO, COM O NUMERO DO RECIBO (CHAVE    *
      *                   NU_RECIBO DE SAGTBS00_CONTROLE), A FORMA DE *
      *                   PAGAMENTO, O OPERADOR E A COMPOSICAO DO     *
      *                   VALOR PAGO. O RECIBO ESTORNADO PELO         *
      *                   SUPERVISOR E MANTIDO COM A SITUACAO 'E' E   *
      *                   O OPERADOR/DATA DO ESTORNO. BASE DO         *
      *                   FECHAMENTO DE CAIXA (SAGBB056)              *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO REC- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS16_RECIBOS TABLE
      *    ( NU_RECIBO          INTEGER        NOT NULL,
      *      CO_ALUNO           INTEGER        NOT NULL,
      *      CO_CURSO           INTEGER        NOT NULL,
      *      NU_COMPETENCIA     INTEGER        NOT NULL,
      *      VL_PRINCIPAL       DECIMAL(7,2)   NOT NULL,
      *      VL_MULTA           DECIMAL(7,2)   NOT NULL,
      *      VL_JUROS           DECIMAL(7,2)   NOT NULL,
      *      VL_PAGO            DECIMAL(7,2)   NOT NULL,
      *      TP_FORMA_PAGTO     CHAR(01)       NOT NULL,
      *      CO_OPERADOR        CHAR(08)       NOT NULL,
      *      DT_PAGAMENTO       DATE           NOT NULL,
      *      DT_HORA_PAGAMENTO  TIMESTAMP      NOT NULL,
      *      IC_SITUACAO        CHAR(01)       NOT NULL,
      *      CO_OPERADOR_ESTORNO CHAR(08)      NOT NULL WITH DEFAULT,
      *      DT_ESTORNO         DATE                    )
      *    END-EXEC.
      *
      *        --- CHAVE: NU_RECIBO + CO_ALUNO + CO_CURSO +           *
      *        ---        NU_COMPETENCIA                              *
      *        --- DOMINIO DE TP_FORMA_PAGTO --------------------------
      *        D = DINHEIRO / C = CARTAO DE CREDITO /                 *
      *        B = CARTAO DE DEBITO                                   *
      *        --- DOMINIO DE IC_SITUACAO -----------------------------
      *        A = VALIDO / E = ESTORNADO (SUPERVISOR - SAGBB055)     *
      *        --- DT_ESTORNO NULO ENQUANTO 'A' -----------------------
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS16-RECIBOS.
           03      REC-NU-RECIBO           PIC     S9(009) COMP.
           03      REC-CO-ALUNO            PIC     S9(009) COMP.
           03      REC-CO-CURSO            PIC     S9(009) COMP.
           03      REC-NU-COMPETENCIA      PIC     S9(009) COMP.
           03      REC-VL-PRINCIPAL        PIC     S9(005)V9(002)
                                                           COMP-3.
           03      REC-VL-MULTA            PIC     S9(005)V9(002)
                                                           COMP-3.
           03      REC-VL-JUROS            PIC     S9(005)V9(002)
                                                           COMP-3.
           03      REC-VL-PAGO             PIC     S9(005)V9(002)
                                                           COMP-3.
           03      REC-TP-FORMA-PAGTO      PIC     X(001).
             88    REC-FORMA-VALIDA                   VALUE 'D' 'C'
                                                            'B'.
             88    REC-FORMA-DINHEIRO                 VALUE 'D'.
             88    REC-FORMA-CREDITO                  VALUE 'C'.
             88    REC-FORMA-DEBITO                   VALUE 'B'.
           03      REC-CO-OPERADOR         PIC     X(008).
           03      REC-DT-PAGAMENTO        PIC     X(010).
           03      REC-DT-HORA-PAGAMENTO   PIC     X(026).
           03      REC-IC-SITUACAO         PIC     X(001).
             88    REC-RECIBO-VALIDO                  VALUE 'A'.
             88    REC-RECIBO-ESTORNADO               VALUE 'E'.
           03      REC-CO-OPERADOR-ESTORNO PIC     X(008).
           03      REC-DT-ESTORNO          PIC     X(010).
      *
      *===============================================================*
