      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 22/08/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DA COLUNA IC_SUPERVISOR: OPERADOR    *
      *                 SUPERVISOR DO CAIXA, UNICO AUTORIZADO A       *
      *                 ESTORNAR RECIBO DE PAGAMENTO NO BALCAO        *
      *                 (SAGBB055)                                    *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS08_OPERADORES TABLE
      *      IC_PERM_INCLUSAO   CHAR(01)       NOT NULL,
      *      IC_PERM_CONSULTA   CHAR(01)       NOT NULL,
      *      IC_PERM_ALTERACAO  CHAR(01)       NOT NULL,
      *      IC_PERM_EXCLUSAO   CHAR(01)       NOT NULL,
      *      IC_SUPERVISOR      CHAR(01)       NOT NULL WITH DEFAULT)
      *    END-EXEC.
      *
      *        --- DOMINIO DE IC_SITUACAO -----------------------------
      *        A = ATIVO / I = INATIVO                                *
      *        --- DOMINIO DOS INDICADORES DE PERMISSAO ---------------
      *        S = AUTORIZADO / N = NAO AUTORIZADO                    *
      *        --- DOMINIO DE IC_SUPERVISOR ---------------------------
      *        S = SUPERVISOR / N OU BRANCO = NAO SUPERVISOR          *
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS08-OPERADORES.
             88    OPE-PODE-ALTERAR                   VALUE 'S'.
           03      OPE-IC-PERM-EXCLUSAO    PIC     X(001).
             88    OPE-PODE-EXCLUIR                   VALUE 'S'.
           03      OPE-IC-SUPERVISOR       PIC     X(001).
             88    OPE-SUPERVISOR                     VALUE 'S'.
      *
      *===============================================================*
