000010*----------------------------------------------------------------
000020*    JOBSTDCP.CPY
000030*    BUILT-IN STANDARD JOB STREAMS FOR FIMDODIA, USED WHEN THERE
000040*    IS NO JOBSTEPS FILE.  ONE 108-BYTE JOBSTPCP IMAGE PER STEP,
000050*    IN RUN ORDER - KEEP THE LIST IN JOBSTPCP AND FIMDODIA'S
000060*    DEFAULT-STEP-COUNT IN STEP WITH THIS ONE.
000070*----------------------------------------------------------------
000080 01  DEFAULT-STEP-VALUES.
000090     05  FILLER                          PIC X(34) VALUE
000100         "DAILY   VERIFY  custvrfy    00STOP".
000110     05  FILLER                          PIC X(74) VALUE SPACES.
000120     05  FILLER                          PIC X(34) VALUE
000130         "DAILY   ACCTLOADacctload    08WARN".
000140     05  FILLER                          PIC X(74) VALUE SPACES.
000150     05  FILLER                          PIC X(34) VALUE
000160         "DAILY   CUSTCONCcustconc    00WARN".
000170     05  FILLER                          PIC X(74) VALUE SPACES.
000180     05  FILLER                          PIC X(34) VALUE
000190         "DAILY   INTAKE  testecob    00STOP".
000200     05  FILLER                          PIC X(32) VALUE
000210         "TESTECOB-BATCH-MODE     Y       ".
000220     05  FILLER                          PIC X(42) VALUE SPACES.
000230     05  FILLER                          PIC X(34) VALUE
000240         "DAILY   MAINT   testecob    00STOP".
000250     05  FILLER                          PIC X(32) VALUE
000260         "TESTECOB-MAINT-MODE     Y       ".
000270     05  FILLER                          PIC X(42) VALUE SPACES.
000280     05  FILLER                          PIC X(34) VALUE
000290         "DAILY   EXTRACT custextr    00STOP".
000300     05  FILLER                          PIC X(74) VALUE SPACES.
000310     05  FILLER                          PIC X(34) VALUE
000320         "DAILY   BALANCE custbal     00STOP".
000330     05  FILLER                          PIC X(74) VALUE SPACES.
000340     05  FILLER                          PIC X(34) VALUE
000350         "DAILY   CURSOPG3curso-prog3 00STOP".
000360     05  FILLER                          PIC X(74) VALUE SPACES.
000370     05  FILLER                          PIC X(34) VALUE
000380         "DAILY   RELATORIrelatorio   00STOP".
000390     05  FILLER                          PIC X(74) VALUE SPACES.
000400     05  FILLER                          PIC X(34) VALUE
000410         "DAILY   REJAGINGrejaging    00WARN".
000420     05  FILLER                          PIC X(74) VALUE SPACES.
000430     05  FILLER                          PIC X(34) VALUE
000440         "DAILY   APRVEXCPaprvexcp    00WARN".
000450     05  FILLER                          PIC X(74) VALUE SPACES.
000460     05  FILLER                          PIC X(34) VALUE
000470         "DAILY   CONCILIAconcilia    00WARN".
000480     05  FILLER                          PIC X(74) VALUE SPACES.
000490     05  FILLER                          PIC X(34) VALUE
000500         "WEEKLY  BACKUP  custbkup    00STOP".
000510     05  FILLER                          PIC X(74) VALUE SPACES.
000520     05  FILLER                          PIC X(34) VALUE
000530         "WEEKLY  AUDPURGEaudpurge    00STOP".
000540     05  FILLER                          PIC X(74) VALUE SPACES.
000550     05  FILLER                          PIC X(34) VALUE
000560         "WEEKLY  CUSTDUPLcustdupl    00WARN".
000570     05  FILLER                          PIC X(74) VALUE SPACES.
000580     05  FILLER                          PIC X(34) VALUE
000590         "MONTHENDCUSTSTATcuststat    00WARN".
000600     05  FILLER                          PIC X(74) VALUE SPACES.
000610     05  FILLER                          PIC X(34) VALUE
000620         "MONTHENDOPERATIVoperativ    00WARN".
000630     05  FILLER                          PIC X(74) VALUE SPACES.
000640 01  DEFAULT-STEP-TABLE REDEFINES DEFAULT-STEP-VALUES.
000650     05  DEFAULT-STEP-IMAGE              PIC X(108)
000660                                         OCCURS 17 TIMES.
