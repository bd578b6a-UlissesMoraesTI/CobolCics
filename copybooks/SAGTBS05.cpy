      *   OBJETIVO    : INCLUSAO DO EVENTO 'V' (VAGA LIBERADA -       *
      *                 ALUNO PROMOVIDO DA LISTA DE ESPERA PELO       *
      *                 SAGBB051) NO DOMINIO DE TP_EVENTO             *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DOS EVENTOS 'R' (REMATRICULA NO      *
      *                 MODULO SEGUINTE) E 'L' (LISTA DE ESPERA DO    *
      *                 MODULO SEGUINTE), GERADOS PELO SAGBB064       *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS05_NTF_OUTBOX TABLE
      *        C = COBRANCA DE MENSALIDADE EM ATRASO (SAGBB046)       *
      *        V = VAGA LIBERADA - PROMOVIDO DA LISTA DE ESPERA       *
      *            (SAGBB051)                                         *
      *        R = REMATRICULA AUTOMATICA NO MODULO SEGUINTE          *
      *            (SAGBB064)                                         *
      *        L = INCLUIDO NA LISTA DE ESPERA DO MODULO SEGUINTE     *
      *            (SAGBB064)                                         *
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS05-NTF-OUTBOX.
             88    NTF-EVT-BOAS-VINDAS                VALUE 'B'.
             88    NTF-EVT-COBRANCA                   VALUE 'C'.
             88    NTF-EVT-VAGA                       VALUE 'V'.
             88    NTF-EVT-REMATRICULA                VALUE 'R'.
             88    NTF-EVT-ESPERA-MODULO              VALUE 'L'.
      *
      *        --- FILA TRANSIENT DATA CICS PARA DISPARO IMEDIATO ------
       01          WS-TDQ-SAGNTF           PIC     X(008)  VALUE
