      *   OBJETIVO    : INCLUSAO DAS COLUNAS DT_PAGAMENTO E VL_PAGO,  *
      *                 GRAVADAS PELA BAIXA AUTOMATICA DO RETORNO DE  *
      *                 COBRANCA BANCARIA (SAGBB045)                  *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS COLUNAS NU_NOSSO_NUMERO,         *
      *                 IC_SITUACAO_BANCO E DT_SITUACAO_BANCO: O      *
      *                 TITULO REMETIDO (SAGBB044) GUARDA O NOSSO     *
      *                 NUMERO E A SITUACAO NO BANCO, ATUALIZADA PELO *
      *                 RETORNO (SAGBB045) E PELO CANCELAMENTO DA     *
      *                 MENSALIDADE (SAGBB031/SAGBB042)               *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS COLUNAS VL_BRUTO E VL_DESCONTO   *
      *                 (BOLSAS/DESCONTOS DE SAGTBS14 APLICADOS NA    *
      *                 GERACAO - SAGBB043). VL_MENSALIDADE PASSA A   *
      *                 SER O VALOR LIQUIDO COBRADO. INCLUSAO DA      *
      *                 SITUACAO 'I' (ISENTA - BOLSA INTEGRAL)        *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS COLUNAS VL_PRINCIPAL_PAGO,       *
      *                 VL_MULTA_PAGA E VL_JUROS_PAGOS: COMPOSICAO DO *
      *                 VALOR PAGO EM PRINCIPAL, MULTA E JUROS DE     *
      *                 MORA, GRAVADA NA BAIXA (SAGBB045)             *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS COLUNAS IC_FORMA_BAIXA E         *
      *                 NU_RECIBO: ORIGEM DA BAIXA (RETORNO BANCARIO  *
      *                 - SAGBB045 OU PAGAMENTO NO BALCAO - SAGBB055) *
      *                 E NUMERO DO RECIBO DO BALCAO (SAGTBS16)       *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DA SITUACAO 'R' (RENEGOCIADA EM      *
      *                 ACORDO DE PARCELAMENTO - SAGBB057) E DA       *
      *                 COLUNA NU_ACORDO (ACORDO DE SAGTBS18)         *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS COLUNAS DT_EMISSAO (DATA DA      *
      *                 GERACAO - SAGBB043) E DT_CANCELAMENTO (DATA   *
      *                 EM QUE PASSOU A 'C'), DATAS DE LANCAMENTO DA  *
      *                 INTERFACE CONTABIL (SAGBB059)                 *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS COLUNAS NU_RPS (ULTIMO RPS       *
      *                 ENVIADO A PREFEITURA - SAGBB060) E NU_NFSE    *
      *                 (NOTA FISCAL DE SERVICO EMITIDA - SAGBB061)   *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DA SITUACAO NO BANCO 'N' (NOVO       *
      *                 TITULO A REMETER: MENSALIDADE REABERTA NO     *
      *                 ROMPIMENTO DO ACORDO - SAGBB058 - CUJO TITULO *
      *                 ANTERIOR JA FOI BAIXADO) E DA COLUNA          *
      *                 VL_DESC_PONTUAL (DESCONTO DE PONTUALIDADE,    *
      *                 TIPO 'P' DE SAGTBS14, CONCEDIDO SO NO         *
      *                 PAGAMENTO ATE O VENCIMENTO)                   *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS10_MENSALIDADES TABLE
      *      DT_VENCIMENTO      DATE           NOT NULL,
      *      IC_SITUACAO        CHAR(01)       NOT NULL,
      *      DT_PAGAMENTO       DATE                    ,
      *      VL_PAGO            DECIMAL(7,2)            ,
      *      NU_NOSSO_NUMERO    DECIMAL(12,0)  NOT NULL WITH DEFAULT,
      *      IC_SITUACAO_BANCO  CHAR(01)       NOT NULL WITH DEFAULT,
      *      DT_SITUACAO_BANCO  DATE                    ,
      *      VL_BRUTO           DECIMAL(7,2)   NOT NULL WITH DEFAULT,
      *      VL_DESCONTO        DECIMAL(7,2)   NOT NULL WITH DEFAULT,
      *      VL_PRINCIPAL_PAGO  DECIMAL(7,2)   NOT NULL WITH DEFAULT,
      *      VL_MULTA_PAGA      DECIMAL(7,2)   NOT NULL WITH DEFAULT,
      *      VL_JUROS_PAGOS     DECIMAL(7,2)   NOT NULL WITH DEFAULT,
      *      IC_FORMA_BAIXA     CHAR(01)       NOT NULL WITH DEFAULT,
      *      NU_RECIBO          INTEGER        NOT NULL WITH DEFAULT,
      *      NU_ACORDO          INTEGER        NOT NULL WITH DEFAULT,
      *      DT_EMISSAO         DATE                    ,
      *      DT_CANCELAMENTO    DATE                    ,
      *      NU_RPS             INTEGER        NOT NULL WITH DEFAULT,
      *      NU_NFSE            DECIMAL(15,0)  NOT NULL WITH DEFAULT,
      *      VL_DESC_PONTUAL    DECIMAL(7,2)   NOT NULL WITH DEFAULT)
      *    END-EXEC.
      *
      *        --- DOMINIO DE IC_SITUACAO ------------------------------
      *        A = ABERTA / P = PAGA / C = CANCELADA                  *
      *        I = ISENTA (DESCONTO IGUAL AO VALOR BRUTO)             *
      *        R = RENEGOCIADA (ACORDO NU_ACORDO - SAGTBS18)          *
      *        --- NU_COMPETENCIA NO FORMATO AAAAMM --------------------
      *        --- DT_PAGAMENTO/VL_PAGO NULOS ENQUANTO 'A' ------------
      *        --- NU_NOSSO_NUMERO ZERO ENQUANTO NAO REMETIDO ---------
      *        --- DOMINIO DE IC_SITUACAO_BANCO -----------------------
      *        BRANCO = NAO REMETIDO AO BANCO                         *
      *        R = REMETIDO (AGUARDANDO CONFIRMACAO DO BANCO)         *
      *        E = ENTRADA CONFIRMADA (RETORNO 02)                    *
      *        J = ENTRADA REJEITADA  (RETORNO 03 - A CORRIGIR)       *
      *        S = BAIXA SOLICITADA   (PEDIDO VAI NA PROXIMA REMESSA) *
      *        I = PEDIDO DE BAIXA ENVIADO NA REMESSA                 *
      *        B = BAIXADO PELO BANCO (RETORNO 09/10)                 *
      *        L = LIQUIDADO NO BANCO (RETORNO 06)                    *
      *        N = NOVO TITULO A REMETER (TITULO ANTERIOR BAIXADO)    *
      *        --- DT_SITUACAO_BANCO: DATA DA ULTIMA MUDANCA ----------
      *        --- VL_MENSALIDADE = VL_BRUTO - VL_DESCONTO ------------
      *        --- VL_DESCONTO SEM O DESCONTO DE PONTUALIDADE ('P') ---
      *        --- VL_DESC_PONTUAL: ABATIDO DE VL_MENSALIDADE SO NO ---
      *        ---   PAGAMENTO ATE DT_VENCIMENTO ----------------------
      *        --- VL_PAGO = VL_PRINCIPAL_PAGO + VL_MULTA_PAGA + ------
      *        ---           VL_JUROS_PAGOS (+ EXCEDENTE A DEVOLVER) --
      *        --- DOMINIO DE IC_FORMA_BAIXA --------------------------
      *        BRANCO = NAO PAGA / B = BANCO (RETORNO - SAGBB045)     *
      *        C = CAIXA DO BALCAO (RECIBO NU_RECIBO - SAGBB055)      *
      *        --- NU_RECIBO ZERO QUANDO NAO PAGA NO BALCAO -----------
      *        --- NU_ACORDO ZERO QUANDO NAO RENEGOCIADA --------------
      *        --- DT_CANCELAMENTO NULA ENQUANTO NAO CANCELADA --------
      *        --- NU_RPS ZERO ENQUANTO NAO ENVIADA A PREFEITURA ------
      *        --- NU_NFSE ZERO ENQUANTO A NFS-E NAO FOR EMITIDA ------
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS10-MENSALIDADES.
             88    MEN-MENSAL-ABERTA                  VALUE 'A'.
             88    MEN-MENSAL-PAGA                    VALUE 'P'.
             88    MEN-MENSAL-CANCELADA               VALUE 'C'.
             88    MEN-MENSAL-ISENTA                  VALUE 'I'.
             88    MEN-MENSAL-RENEGOCIADA             VALUE 'R'.
           03      MEN-DT-PAGAMENTO        PIC     X(010).
           03      MEN-VL-PAGO             PIC     S9(005)V9(002)
                                                           COMP-3.
           03      MEN-NU-NOSSO-NUMERO     PIC     S9(012) COMP-3.
           03      MEN-IC-SITUACAO-BANCO   PIC     X(001).
             88    MEN-BCO-NAO-REMETIDO               VALUE ' '.
             88    MEN-BCO-REMETIDO                   VALUE 'R'.
             88    MEN-BCO-CONFIRMADO                 VALUE 'E'.
             88    MEN-BCO-REJEITADO                  VALUE 'J'.
             88    MEN-BCO-BAIXA-SOLICITADA           VALUE 'S'.
             88    MEN-BCO-BAIXA-ENVIADA              VALUE 'I'.
             88    MEN-BCO-BAIXADO                    VALUE 'B'.
             88    MEN-BCO-LIQUIDADO                  VALUE 'L'.
             88    MEN-BCO-NOVO-TITULO                VALUE 'N'.
             88    MEN-BCO-REGISTRADO                 VALUE 'R' 'E'.
           03      MEN-DT-SITUACAO-BANCO   PIC     X(010).
           03      MEN-VL-BRUTO            PIC     S9(005)V9(002)
                                                           COMP-3.
           03      MEN-VL-DESCONTO         PIC     S9(005)V9(002)
                                                           COMP-3.
           03      MEN-VL-PRINCIPAL-PAGO   PIC     S9(005)V9(002)
                                                           COMP-3.
           03      MEN-VL-MULTA-PAGA       PIC     S9(005)V9(002)
                                                           COMP-3.
           03      MEN-VL-JUROS-PAGOS      PIC     S9(005)V9(002)
                                                           COMP-3.
           03      MEN-IC-FORMA-BAIXA      PIC     X(001).
             88    MEN-BAIXA-BANCO                    VALUE 'B'.
             88    MEN-BAIXA-BALCAO                   VALUE 'C'.
           03      MEN-NU-RECIBO           PIC     S9(009) COMP.
           03      MEN-NU-ACORDO           PIC     S9(009) COMP.
           03      MEN-DT-EMISSAO          PIC     X(010).
           03      MEN-DT-CANCELAMENTO     PIC     X(010).
           03      MEN-NU-RPS              PIC     S9(009) COMP.
           03      MEN-NU-NFSE             PIC     S9(015) COMP-3.
           03      MEN-VL-DESC-PONTUAL     PIC     S9(005)V9(002)
                                                           COMP-3.
      *
      *===============================================================*
