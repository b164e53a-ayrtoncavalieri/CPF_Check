      * Purpose:  Record layout for the LGPD audit log.  One line per
      *           CPF checked: when it was checked, the masked value
      *           (check digits hidden) and the OK!/~OK! result.
      * 15/10/2026 ACA - Every line is now sealed: positions 1-52
      *           keep the text above, position 53 carries a "#",
      *           54-62 the line's sequence number and 64-76 a chain
      *           value computed over positions 1-62 and the chain
      *           value of the line before, so an edited, removed or
      *           inserted line breaks the chain from there on.
      ******************************************************************
       01  CPF-AUDIT-LINE           PIC X(80).
