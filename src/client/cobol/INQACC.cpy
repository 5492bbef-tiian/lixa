      * INQUIRY-ACCESS record: one row per inquiry that put personal
      * data on an operator's screen - who asked, under which run,
      * through which program, for what, and how many rows came
      * back.  Appended by every inquiry program (EXAMPLE15_HISTINQ,
      * EXAMPLE17_MASTER INQUIRE/LIST, EXAMPLE23_XIDDOSSIER,
      * EXAMPLE24_ONLINEFIX's readback, EXAMPLE34_ASOF,
      * EXAMPLE36_NAMESRCH, EXAMPLE71_RESTORE,
      * EXAMPLE74_FWDLINEAGE) through
      * LOG-INQUIRY-ACCESS (see INQACCWR.cpy), aged by the
      * housekeeping CUT like the other trails, and read back
      * by EXAMPLE58_ACCESSRPT to answer "who viewed key X" and
      * "what did operator Y view".
        05 IQA-OPERATOR-ID PIC X(8).
      * The timestamp sits at offset 9, where the housekeeping CUT
      * looks for it (see RETENTION-TABLE in EXAMPLE11_HOUSEKEEP)
        05 IQA-TIMESTAMP   PIC X(21).
        05 IQA-RUN-ID      PIC X(13).
        05 IQA-PROGRAM-ID  PIC X(8).
      * What was asked for:
      *   K - one business key (author id, or 'B'-prefixed book key)
      *   F - a name or surname search fragment
      *   X - a serialized XID (the dossier shows every key the
      *       transaction touched)
      *   A - every author at once (a full listing or an as-of
      *       snapshot; IQA-ASKED says which)
        05 IQA-ASKED-KIND  PIC X(1).
           88 IQA-ASKED-KEY      VALUE 'K'.
           88 IQA-ASKED-FRAGMENT VALUE 'F'.
           88 IQA-ASKED-XID      VALUE 'X'.
           88 IQA-ASKED-ALL      VALUE 'A'.
        05 IQA-ASKED       PIC X(200).
        05 IQA-ROWS-SHOWN  PIC 9(9).
