000010*****************************************************
000020*  FBIQMAP.CPY                                      *
000030*  SYMBOLIC MAP FOR MAP FBIQMAP OF BMS MAPSET        *
000040*  FBIQSET (THE FBIQ ONLINE REPOSITORY INQUIRY).     *
000050*  KEPT IN STEP BY HAND WITH THE MAPSET SOURCE -     *
000060*  ANY FIELD ADDED, MOVED OR RESIZED THERE MUST BE   *
000070*  CHANGED HERE IN THE SAME ORDER.  EACH FIELD HAS   *
000080*  ITS LENGTH (L), FLAG/ATTRIBUTE (F/A) AND INPUT    *
000090*  (I) PARTS ON FBIQMAPI AND ITS OUTPUT (O) PART ON  *
000100*  FBIQMAPO.  IQRULE IS ONE SCREEN LINE PER ENTRY,   *
000110*  TWO RULES OF THE SET SIDE BY SIDE ON EACH LINE.   *
000120*****************************************************
000130 01  FBIQMAPI.
000140     05  FILLER                PIC X(12).
000150     05  IQDATEL               PIC S9(04) COMP.
000160     05  IQDATEF               PIC X(01).
000170     05  FILLER REDEFINES IQDATEF.
000180         10  IQDATEA           PIC X(01).
000190     05  IQDATEI               PIC X(10).
000200     05  IQSEQL                PIC S9(04) COMP.
000210     05  IQSEQF                PIC X(01).
000220     05  FILLER REDEFINES IQSEQF.
000230         10  IQSEQA            PIC X(01).
000240     05  IQSEQI                PIC X(03).
000250     05  IQCTRL                PIC S9(04) COMP.
000260     05  IQCTRF                PIC X(01).
000270     05  FILLER REDEFINES IQCTRF.
000280         10  IQCTRA            PIC X(01).
000290     05  IQCTRI                PIC X(09).
000300     05  IQMSGL                PIC S9(04) COMP.
000310     05  IQMSGF                PIC X(01).
000320     05  FILLER REDEFINES IQMSGF.
000330         10  IQMSGA            PIC X(01).
000340     05  IQMSGI                PIC X(40).
000350     05  IQFIZZL               PIC S9(04) COMP.
000360     05  IQFIZZF               PIC X(01).
000370     05  FILLER REDEFINES IQFIZZF.
000380         10  IQFIZZA           PIC X(01).
000390     05  IQFIZZI               PIC X(08).
000400     05  IQBUZZL               PIC S9(04) COMP.
000410     05  IQBUZZF               PIC X(01).
000420     05  FILLER REDEFINES IQBUZZF.
000430         10  IQBUZZA           PIC X(01).
000440     05  IQBUZZI               PIC X(08).
000450     05  IQRCNTL               PIC S9(04) COMP.
000460     05  IQRCNTF               PIC X(01).
000470     05  FILLER REDEFINES IQRCNTF.
000480         10  IQRCNTA           PIC X(01).
000490     05  IQRCNTI               PIC X(02).
000500     05  IQRULE-IN OCCURS 10 TIMES.
000510         10  IQRULEL           PIC S9(04) COMP.
000520         10  IQRULEF           PIC X(01).
000530         10  FILLER REDEFINES IQRULEF.
000540             15  IQRULEA       PIC X(01).
000550         10  IQRULEI           PIC X(79).
000560     05  IQEMSGL               PIC S9(04) COMP.
000570     05  IQEMSGF               PIC X(01).
000580     05  FILLER REDEFINES IQEMSGF.
000590         10  IQEMSGA           PIC X(01).
000600     05  IQEMSGI               PIC X(79).
000610 01  FBIQMAPO REDEFINES FBIQMAPI.
000620     05  FILLER                PIC X(12).
000630     05  FILLER                PIC X(03).
000640     05  IQDATEO               PIC X(10).
000650     05  FILLER                PIC X(03).
000660     05  IQSEQO                PIC X(03).
000670     05  FILLER                PIC X(03).
000680     05  IQCTRO                PIC X(09).
000690     05  FILLER                PIC X(03).
000700     05  IQMSGO                PIC X(40).
000710     05  FILLER                PIC X(03).
000720     05  IQFIZZO               PIC X(08).
000730     05  FILLER                PIC X(03).
000740     05  IQBUZZO               PIC X(08).
000750     05  FILLER                PIC X(03).
000760     05  IQRCNTO               PIC X(02).
000770     05  IQRULE-OUT OCCURS 10 TIMES.
000780         10  FILLER            PIC X(03).
000790         10  IQRULEO           PIC X(79).
000800     05  FILLER                PIC X(03).
000810     05  IQEMSGO               PIC X(79).
