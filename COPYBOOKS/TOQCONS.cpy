      *> Touch consent matrix record (DATA/TOQUECONSENT, indexed on
      *> name + touch type). Maintained by TOQCONS-MAINT and checked
      *> by TOQUE-SENSIVEL after the MEMSEGURA trust tier.
       01  TOQUE-CONSENT-RECORD.
           05 TC-KEY.
               10 TC-NOME      PIC X(20).
               10 TC-TIPO      PIC X(10).
           05 TC-CONSENT       PIC X(9).
           05 TC-SINCE-DATE    PIC X(8).
