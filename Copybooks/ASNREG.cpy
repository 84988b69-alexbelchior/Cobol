      ******************************************************************
      * Copybook: ASNREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DAS ASSINATURAS DE ALERTAS (ARQUIVO ALRASSIN)
      *           - USUARIO X TIPO DE ALERTA, COM O PAPEL OPCIONAL
      *           (EM BRANCO = QUALQUER PAPEL DESTINATARIO). O TIPO
      *           ESPECIAL ESCALADO RECEBE OS ALERTAS CRITICOS DE
      *           QUALQUER TIPO QUE PASSARAM DO PRAZO SEM
      *           RECONHECIMENTO. MANTIDO PELO PROPRIO USUARIO NA
      *           TELA DE ALERTAS (ALRTELA).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 ASSINATURA-REG.
           05 ASN-CHAVE.
               10 ASN-USUARIO      PIC X(20).
               10 ASN-TIPO         PIC X(08).
           05 ASN-PAPEL            PIC X(08).
           05 ASN-DATA             PIC 9(08).
