001600     05  FILLER REDEFINES PLISTF.
001700         10  PLISTA         PIC X(01).
001800     05  PLISTI             PIC X(04).
001801     05  CURRL              PIC S9(4) COMP.
001802     05  CURRF              PIC X(01).
001803     05  FILLER REDEFINES CURRF.
001804         10  CURRA          PIC X(01).
001805     05  CURRI              PIC X(03).
001810     05  QTYL               PIC S9(4) COMP.
001820     05  QTYF               PIC X(01).
001830     05  FILLER REDEFINES QTYF.
001840         10  QTYA           PIC X(01).
001850     05  QTYI               PIC X(05).
001860     05  CUSTL              PIC S9(4) COMP.
001870     05  CUSTF              PIC X(01).
001880     05  FILLER REDEFINES CUSTF.
001890         10  CUSTA          PIC X(01).
001895     05  CUSTI              PIC X(08).
001900     05  DESCL              PIC S9(4) COMP.
002000     05  DESCF              PIC X(01).
002100     05  FILLER REDEFINES DESCF.
003380     05  FILLER REDEFINES TOTPRCF.
003390         10  TOTPRCA        PIC X(01).
003395     05  TOTPRCI            PIC X(10).
003401     05  SUCCIDL            PIC S9(4) COMP.
003407     05  SUCCIDF            PIC X(01).
003413     05  FILLER REDEFINES SUCCIDF.
003419         10  SUCCIDA        PIC X(01).
003425     05  SUCCIDI            PIC X(05).
003431     05  SUCCDSCL           PIC S9(4) COMP.
003437     05  SUCCDSCF           PIC X(01).
003443     05  FILLER REDEFINES SUCCDSCF.
003449         10  SUCCDSCA       PIC X(01).
003455     05  SUCCDSCI           PIC X(40).
003461     05  SUCCPRCL           PIC S9(4) COMP.
003467     05  SUCCPRCF           PIC X(01).
003473     05  FILLER REDEFINES SUCCPRCF.
003479         10  SUCCPRCA       PIC X(01).
003485     05  SUCCPRCI           PIC X(09).
003489     05  FXRATEL            PIC S9(4) COMP.
003493     05  FXRATEF            PIC X(01).
003497     05  FILLER REDEFINES FXRATEF.
003501         10  FXRATEA        PIC X(01).
003505     05  FXRATEI            PIC X(12).
003509     05  FXEFFL             PIC S9(4) COMP.
003513     05  FXEFFF             PIC X(01).
003517     05  FILLER REDEFINES FXEFFF.
003521         10  FXEFFA         PIC X(01).
003525     05  FXEFFI             PIC X(10).
003529     05  FXPRCL             PIC S9(4) COMP.
003533     05  FXPRCF             PIC X(01).
003537     05  FILLER REDEFINES FXPRCF.
003541         10  FXPRCA         PIC X(01).
003545     05  FXPRCI             PIC X(18).
003549     05  FXTAXL             PIC S9(4) COMP.
003553     05  FXTAXF             PIC X(01).
003557     05  FILLER REDEFINES FXTAXF.
003561         10  FXTAXA         PIC X(01).
003565     05  FXTAXI             PIC X(18).
003569     05  FXTOTL             PIC S9(4) COMP.
003573     05  FXTOTF             PIC X(01).
003577     05  FILLER REDEFINES FXTOTF.
003581         10  FXTOTA         PIC X(01).
003585     05  FXTOTI             PIC X(18).
003589     05  MSGL               PIC S9(4) COMP.
003593     05  MSGF               PIC X(01).
003600     05  FILLER REDEFINES MSGF.
003700         10  MSGA           PIC X(01).
003800     05  MSGI               PIC X(40).
004200     05  PRODIDO            PIC 9(05).
004300     05  FILLER             PIC X(03).
004400     05  PLISTO             PIC X(04).
004406     05  FILLER             PIC X(03).
004412     05  CURRO              PIC X(03).
004420     05  FILLER             PIC X(03).
004440     05  QTYO               PIC 9(05).
004450     05  FILLER             PIC X(03).
004460     05  CUSTO              PIC X(08).
004500     05  FILLER             PIC X(03).
004600     05  DESCO              PIC X(40).
004700     05  FILLER             PIC X(03).
005020     05  TAXAMTO            PIC ZZ,ZZ9.99.
005030     05  FILLER             PIC X(03).
005040     05  TOTPRCO            PIC ZZZ,ZZ9.99.
005042     05  FILLER             PIC X(03).
005044     05  SUCCIDO            PIC 9(05).
005046     05  FILLER             PIC X(03).
005048     05  SUCCDSCO           PIC X(40).
005050     05  FILLER             PIC X(03).
005052     05  SUCCPRCO           PIC ZZ,ZZ9.99.
005056     05  FILLER             PIC X(03).
005060     05  FXRATEO            PIC ZZZZ9.999999.
005064     05  FILLER             PIC X(03).
005068     05  FXEFFO             PIC X(10).
005072     05  FILLER             PIC X(03).
005076     05  FXPRCO             PIC X(18).
005080     05  FILLER             PIC X(03).
005084     05  FXTAXO             PIC X(18).
005088     05  FILLER             PIC X(03).
005092     05  FXTOTO             PIC X(18).
005100     05  FILLER             PIC X(03).
005200     05  MSGO               PIC X(40).
