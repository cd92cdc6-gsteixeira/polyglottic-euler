      *> The suite's dataset catalog -- every fixed dataset name a
      *> program or common routine ASSIGNs, one per entry, ending
      *> at the first blank entry.  common/env_resolve.cob walks it
      *> to prove no dataset of a TEST or DEV run is mapped onto a
      *> production copy; a program that brings a new dataset adds
      *> its name here (and raises env_resolve's dsn-table, 264
      *> entries with the blank end marker, to match).
          02 FILLER PIC X(9) VALUE "ACCRRPT".
          02 FILLER PIC X(9) VALUE "ACCRYEAR".
          02 FILLER PIC X(9) VALUE "ACCTALOG".
          02 FILLER PIC X(9) VALUE "ACCTAPRV".
          02 FILLER PIC X(9) VALUE "ACCTARCH".
          02 FILLER PIC X(9) VALUE "ACCTBASE".
          02 FILLER PIC X(9) VALUE "ACCTBKUP".
          02 FILLER PIC X(9) VALUE "ACCTFRJ".
          02 FILLER PIC X(9) VALUE "ACCTHELD".
          02 FILLER PIC X(9) VALUE "ACCTHIST".
          02 FILLER PIC X(9) VALUE "ACCTHOLD".
          02 FILLER PIC X(9) VALUE "ACCTJRN".
          02 FILLER PIC X(9) VALUE "ACCTLDGR".
          02 FILLER PIC X(9) VALUE "ACCTMAST".
          02 FILLER PIC X(9) VALUE "ACCTPEND".
          02 FILLER PIC X(9) VALUE "ACCTPNDW".
          02 FILLER PIC X(9) VALUE "ACCTRCYI".
          02 FILLER PIC X(9) VALUE "ACCTRCYO".
          02 FILLER PIC X(9) VALUE "ACCTREVS".
          02 FILLER PIC X(9) VALUE "ACCTRNGE".
          02 FILLER PIC X(9) VALUE "ACCTRPT".
          02 FILLER PIC X(9) VALUE "ACCTSCHD".
          02 FILLER PIC X(9) VALUE "ACCTSCRN".
          02 FILLER PIC X(9) VALUE "ACCTTERM".
          02 FILLER PIC X(9) VALUE "ACCTTRAN".
          02 FILLER PIC X(9) VALUE "ACCTUSED".
          02 FILLER PIC X(9) VALUE "ACKIN".
          02 FILLER PIC X(9) VALUE "ACRECRPT".
          02 FILLER PIC X(9) VALUE "AGINGRPT".
          02 FILLER PIC X(9) VALUE "ALERTACK".
          02 FILLER PIC X(9) VALUE "ALERTS".
          02 FILLER PIC X(9) VALUE "ALIQCKP2".
          02 FILLER PIC X(9) VALUE "ALIQCKPT".
          02 FILLER PIC X(9) VALUE "ALIQMST".
          02 FILLER PIC X(9) VALUE "ALIQOUT".
          02 FILLER PIC X(9) VALUE "ALOCRPT".
          02 FILLER PIC X(9) VALUE "ARCHINV".
          02 FILLER PIC X(9) VALUE "ARITHMST".
          02 FILLER PIC X(9) VALUE "BALHIST".
          02 FILLER PIC X(9) VALUE "BALKEEP".
          02 FILLER PIC X(9) VALUE "BALRPT".
          02 FILLER PIC X(9) VALUE "BATCHREG".
          02 FILLER PIC X(9) VALUE "BENCHHIST".
          02 FILLER PIC X(9) VALUE "BENCHOUT".
          02 FILLER PIC X(9) VALUE "BENCHTRD".
          02 FILLER PIC X(9) VALUE "BTREEBAS".
          02 FILLER PIC X(9) VALUE "BTREEDAT".
          02 FILLER PIC X(9) VALUE "BTREEIN".
          02 FILLER PIC X(9) VALUE "BTREEJNW".
          02 FILLER PIC X(9) VALUE "BTREEJRN".
          02 FILLER PIC X(9) VALUE "BTREEPIX".
          02 FILLER PIC X(9) VALUE "BTREEWIN".
          02 FILLER PIC X(9) VALUE "BTSPKRPT".
          02 FILLER PIC X(9) VALUE "BTVRFRPT".
          02 FILLER PIC X(9) VALUE "BUBBLIN".
          02 FILLER PIC X(9) VALUE "BUBBLOUT".
          02 FILLER PIC X(9) VALUE "CANARY".
          02 FILLER PIC X(9) VALUE "CANDIDATE".
          02 FILLER PIC X(9) VALUE "CANRPT".
          02 FILLER PIC X(9) VALUE "CAPRPT".
          02 FILLER PIC X(9) VALUE "CATIN".
          02 FILLER PIC X(9) VALUE "CATRPT".
          02 FILLER PIC X(9) VALUE "CEILINGS".
          02 FILLER PIC X(9) VALUE "CLOSEDPD".
          02 FILLER PIC X(9) VALUE "CLOSERPT".
          02 FILLER PIC X(9) VALUE "COLLCKP2".
          02 FILLER PIC X(9) VALUE "COLLCKPT".
          02 FILLER PIC X(9) VALUE "COLLHIST".
          02 FILLER PIC X(9) VALUE "COLLMEMO".
          02 FILLER PIC X(9) VALUE "COLLMST".
          02 FILLER PIC X(9) VALUE "COLLOUT".
          02 FILLER PIC X(9) VALUE "COLLPARTS".
          02 FILLER PIC X(9) VALUE "COLLTR10".
          02 FILLER PIC X(9) VALUE "COLLTRACE".
          02 FILLER PIC X(9) VALUE "COLLVAR".
          02 FILLER PIC X(9) VALUE "CONFEXC".
          02 FILLER PIC X(9) VALUE "CONFREG".
          02 FILLER PIC X(9) VALUE "CONFREQ".
          02 FILLER PIC X(9) VALUE "CONFRPT".
          02 FILLER PIC X(9) VALUE "CONSIN".
          02 FILLER PIC X(9) VALUE "CONSOUT".
          02 FILLER PIC X(9) VALUE "CONSRPT".
          02 FILLER PIC X(9) VALUE "CONTROLS".
          02 FILLER PIC X(9) VALUE "CTLBASE".
          02 FILLER PIC X(9) VALUE "CTLDRIFT".
          02 FILLER PIC X(9) VALUE "CUSTMAST".
          02 FILLER PIC X(9) VALUE "CUSTMRPT".
          02 FILLER PIC X(9) VALUE "CUSTPOS".
          02 FILLER PIC X(9) VALUE "CUSTREL".
          02 FILLER PIC X(9) VALUE "CUSTTRAN".
          02 FILLER PIC X(9) VALUE "CYCLCERT".
          02 FILLER PIC X(9) VALUE "DEADLRPT".
          02 FILLER PIC X(9) VALUE "DELTANEW".
          02 FILLER PIC X(9) VALUE "DELTAOLD".
          02 FILLER PIC X(9) VALUE "DELTARPT".
          02 FILLER PIC X(9) VALUE "DELTARUL".
          02 FILLER PIC X(9) VALUE "DEPTROUT".
          02 FILLER PIC X(9) VALUE "DIGICKP2".
          02 FILLER PIC X(9) VALUE "DIGICKPT".
          02 FILLER PIC X(9) VALUE "DIGIOUT".
          02 FILLER PIC X(9) VALUE "DISBOUT".
          02 FILLER PIC X(9) VALUE "DISBOUTS".
          02 FILLER PIC X(9) VALUE "DISBREG".
          02 FILLER PIC X(9) VALUE "DISBREQ".
          02 FILLER PIC X(9) VALUE "DISBRPT".
          02 FILLER PIC X(9) VALUE "DISTIN".
          02 FILLER PIC X(9) VALUE "DISTRPT".
          02 FILLER PIC X(9) VALUE "EDITIN".
          02 FILLER PIC X(9) VALUE "EDITOUT".
          02 FILLER PIC X(9) VALUE "EDITREJ".
          02 FILLER PIC X(9) VALUE "ENRIN".
          02 FILLER PIC X(9) VALUE "ENROUT".
          02 FILLER PIC X(9) VALUE "ENRRPT".
          02 FILLER PIC X(9) VALUE "ESCRPT".
          02 FILLER PIC X(9) VALUE "EXPECTED".
          02 FILLER PIC X(9) VALUE "EXPIN".
          02 FILLER PIC X(9) VALUE "EXPOUT".
          02 FILLER PIC X(9) VALUE "EXTSRTOUT".
          02 FILLER PIC X(9) VALUE "FIBCKP2".
          02 FILLER PIC X(9) VALUE "FIBCKPT".
          02 FILLER PIC X(9) VALUE "FIBMST".
          02 FILLER PIC X(9) VALUE "FIBRPT".
          02 FILLER PIC X(9) VALUE "FILEARRV".
          02 FILLER PIC X(9) VALUE "FILEMANI".
          02 FILLER PIC X(9) VALUE "FILERPT".
          02 FILLER PIC X(9) VALUE "FXRATES".
          02 FILLER PIC X(9) VALUE "GAPRPT".
          02 FILLER PIC X(9) VALUE "GENINV".
          02 FILLER PIC X(9) VALUE "GLJRNL".
          02 FILLER PIC X(9) VALUE "GLMAP".
          02 FILLER PIC X(9) VALUE "GLRPT".
          02 FILLER PIC X(9) VALUE "HANDOVER".
          02 FILLER PIC X(9) VALUE "HOLDRPT".
          02 FILLER PIC X(9) VALUE "HOLIDAYS".
          02 FILLER PIC X(9) VALUE "IFACEOUT".
          02 FILLER PIC X(9) VALUE "IFACERPT".
          02 FILLER PIC X(9) VALUE "IMPIN".
          02 FILLER PIC X(9) VALUE "IMPOUT".
          02 FILLER PIC X(9) VALUE "IMPREJ".
          02 FILLER PIC X(9) VALUE "INQACCT".
          02 FILLER PIC X(9) VALUE "INQACRPT".
          02 FILLER PIC X(9) VALUE "INQENTL".
          02 FILLER PIC X(9) VALUE "INQREQ".
          02 FILLER PIC X(9) VALUE "INQRFRPT".
          02 FILLER PIC X(9) VALUE "INQRSP".
          02 FILLER PIC X(9) VALUE "INQSLRPT".
          02 FILLER PIC X(9) VALUE "INSERTIN".
          02 FILLER PIC X(9) VALUE "INSERTOUT".
          02 FILLER PIC X(9) VALUE "KEYCONV".
          02 FILLER PIC X(9) VALUE "KEYREG".
          02 FILLER PIC X(9) VALUE "KEYTRACE".
          02 FILLER PIC X(9) VALUE "KWAYOUT".
          02 FILLER PIC X(9) VALUE "LAYOUTS".
          02 FILLER PIC X(9) VALUE "LAYVRPT".
          02 FILLER PIC X(9) VALUE "LDGRRPT".
          02 FILLER PIC X(9) VALUE "LEGLHOLD".
          02 FILLER PIC X(9) VALUE "LINEAGE".
          02 FILLER PIC X(9) VALUE "LOCKMUTX".
          02 FILLER PIC X(9) VALUE "LOCKTBL".
          02 FILLER PIC X(9) VALUE "LOGKEEP".
          02 FILLER PIC X(9) VALUE "LYCHCKP2".
          02 FILLER PIC X(9) VALUE "LYCHCKPT".
          02 FILLER PIC X(9) VALUE "LYCHMST".
          02 FILLER PIC X(9) VALUE "LYCHOUT".
          02 FILLER PIC X(9) VALUE "MASKBUBL".
          02 FILLER PIC X(9) VALUE "MASKMAST".
          02 FILLER PIC X(9) VALUE "MASKOUT".
          02 FILLER PIC X(9) VALUE "MERGEIN".
          02 FILLER PIC X(9) VALUE "MERGEOUT".
          02 FILLER PIC X(9) VALUE "MOVERPT".
          02 FILLER PIC X(9) VALUE "MRGIN1".
          02 FILLER PIC X(9) VALUE "MRGIN2".
          02 FILLER PIC X(9) VALUE "MRGIN3".
          02 FILLER PIC X(9) VALUE "MRGIN4".
          02 FILLER PIC X(9) VALUE "MSTCKP2".
          02 FILLER PIC X(9) VALUE "MSTCKPT".
          02 FILLER PIC X(9) VALUE "MSTVRPT".
          02 FILLER PIC X(9) VALUE "NARCCKP2".
          02 FILLER PIC X(9) VALUE "NARCCKPT".
          02 FILLER PIC X(9) VALUE "NARCOUT".
          02 FILLER PIC X(9) VALUE "OPERAUTH".
          02 FILLER PIC X(9) VALUE "OPERCMD".
          02 FILLER PIC X(9) VALUE "OPSDIGST".
          02 FILLER PIC X(9) VALUE "OVDRPT".
          02 FILLER PIC X(9) VALUE "PAIDCHK".
          02 FILLER PIC X(9) VALUE "PARMLIB".
          02 FILLER PIC X(9) VALUE "PAYMIN".
          02 FILLER PIC X(9) VALUE "PAYMLOG".
          02 FILLER PIC X(9) VALUE "PAYMRPT".
          02 FILLER PIC X(9) VALUE "PAYMRTN".
          02 FILLER PIC X(9) VALUE "PERFCKP2".
          02 FILLER PIC X(9) VALUE "PERFCKPT".
          02 FILLER PIC X(9) VALUE "PERFEXCP".
          02 FILLER PIC X(9) VALUE "PERFLOG".
          02 FILLER PIC X(9) VALUE "PERFNOUT".
          02 FILLER PIC X(9) VALUE "PERIODHS".
          02 FILLER PIC X(9) VALUE "PIRPT".
          02 FILLER PIC X(9) VALUE "POSPAY".
          02 FILLER PIC X(9) VALUE "PRGERPT".
          02 FILLER PIC X(9) VALUE "PRIMECKP2".
          02 FILLER PIC X(9) VALUE "PRIMECKPT".
          02 FILLER PIC X(9) VALUE "PRIMEMST".
          02 FILLER PIC X(9) VALUE "PRIMEOUT".
          02 FILLER PIC X(9) VALUE "PROCDATE".
          02 FILLER PIC X(9) VALUE "PROFIN".
          02 FILLER PIC X(9) VALUE "PROFRPT".
          02 FILLER PIC X(9) VALUE "PROGRESS".
          02 FILLER PIC X(9) VALUE "QUALHIST".
          02 FILLER PIC X(9) VALUE "QUALRPT".
          02 FILLER PIC X(9) VALUE "QUICKIN".
          02 FILLER PIC X(9) VALUE "QUICKOUT".
          02 FILLER PIC X(9) VALUE "READLOG".
          02 FILLER PIC X(9) VALUE "READRPT".
          02 FILLER PIC X(9) VALUE "RECIPTBL".
          02 FILLER PIC X(9) VALUE "REFDATA".
          02 FILLER PIC X(9) VALUE "REGRAUDT".
          02 FILLER PIC X(9) VALUE "RELEASES".
          02 FILLER PIC X(9) VALUE "REPAIRLOG".
          02 FILLER PIC X(9) VALUE "RESYNTRN".
          02 FILLER PIC X(9) VALUE "RPINVRPT".
          02 FILLER PIC X(9) VALUE "RPSTORES".
          02 FILLER PIC X(9) VALUE "RPTDEFS".
          02 FILLER PIC X(9) VALUE "RSTRRPT".
          02 FILLER PIC X(9) VALUE "RUNAUDIT".
          02 FILLER PIC X(9) VALUE "RUNCORR".
          02 FILLER PIC X(9) VALUE "SAMPLEIN".
          02 FILLER PIC X(9) VALUE "SAMPLOUT".
          02 FILLER PIC X(9) VALUE "SCHDLOG".
          02 FILLER PIC X(9) VALUE "SCHDRPT".
          02 FILLER PIC X(9) VALUE "SCHEDTBL".
          02 FILLER PIC X(9) VALUE "SCRNRPT".
          02 FILLER PIC X(9) VALUE "SELECTIN".
          02 FILLER PIC X(9) VALUE "SELECTOUT".
          02 FILLER PIC X(9) VALUE "SENTLOG".
          02 FILLER PIC X(9) VALUE "SERKEYS".
          02 FILLER PIC X(9) VALUE "SEROUT".
          02 FILLER PIC X(9) VALUE "SERRPT".
          02 FILLER PIC X(9) VALUE "SHIFTLOG".
          02 FILLER PIC X(9) VALUE "SIGNRULE".
          02 FILLER PIC X(9) VALUE "SLACKHIST".
          02 FILLER PIC X(9) VALUE "SORTCTL".
          02 FILLER PIC X(9) VALUE "SORTPART".
          02 FILLER PIC X(9) VALUE "SORTPICK".
          02 FILLER PIC X(9) VALUE "SORTRPIN".
          02 FILLER PIC X(9) VALUE "SORTRPT".
          02 FILLER PIC X(9) VALUE "SPLITEXC".
          02 FILLER PIC X(9) VALUE "SPLITRPT".
          02 FILLER PIC X(9) VALUE "STEPSTAT".
          02 FILLER PIC X(9) VALUE "STEPTBL".
          02 FILLER PIC X(9) VALUE "STMTREQ".
          02 FILLER PIC X(9) VALUE "STMTRPT".
          02 FILLER PIC X(9) VALUE "STREAMLS".
          02 FILLER PIC X(9) VALUE "STRMDEF".
          02 FILLER PIC X(9) VALUE "TAXEXTR".
          02 FILLER PIC X(9) VALUE "TAXRPT".
          02 FILLER PIC X(9) VALUE "TERMLADR".
          02 FILLER PIC X(9) VALUE "TERMLOG".
          02 FILLER PIC X(9) VALUE "TERMRPT".
          02 FILLER PIC X(9) VALUE "TOPNIN".
          02 FILLER PIC X(9) VALUE "TOPNRPT".
          02 FILLER PIC X(9) VALUE "TRENDOUT".
          02 FILLER PIC X(9) VALUE "TRENDRPT".
          02 FILLER PIC X(9) VALUE "VERSRPT".
          02 FILLER PIC X(9) VALUE SPACES.
