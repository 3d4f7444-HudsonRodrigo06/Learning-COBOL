                   WHEN "FORCAR-REPROCESSO"
                   WHEN "TIPO-FOLHA"
                   WHEN "AVOS-13SALARIO"
                   WHEN "DEDUCAO-DEPEND"
      *                CHAVES DO MERGE E DA FOLHA NO SYSPARM
      *                COMPARTILHADO
                       CONTINUE
