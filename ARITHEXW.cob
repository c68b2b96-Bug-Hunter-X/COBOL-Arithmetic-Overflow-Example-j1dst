*> Online CICS pseudo-conversational exception workbench (TRANSID
*> ARTW). Sibling to the ARITHINQ balance inquiry and the ARITHOLM
*> maintenance transaction: where ARITHAGE says each morning how many
*> overflow and AC/CL/DM exceptions are open and how old they are, this
*> is where the items actually get worked. It browses the keyed
*> exception history file by account, shows each open item's raw
*> EXH-NUMBER/EXH-NUMBER-X pair, true sum and reason code, and lets
*> a status/note attaches them to the displayed item; PF8/PF7 page
*> forward/backward through open items (resolved history is skipped),
*> with the browse started fresh each task as pseudo-conversational
*> paging must. A DM item is flagged on the message line: nothing
*> keyed here can post it -- the account has to be reactivated
*> through ARITHACT first, after which the recycle posts it.
*>
*> NOTE: this program uses EXEC CICS and must be run through the
*> shop's CICS command-level translator/preprocessor before it is
        MOVE EXH-WORK-STATUS TO WRKSTO
        MOVE EXH-WORK-USER-ID TO WRKUSRO
        MOVE EXH-WORK-NOTE TO WRKNOTEO
        IF EXH-REASON-CODE = "DM" AND WS-WRK-MSG = SPACES
            MOVE "DORMANT ACCOUNT - REACTIVATE VIA ARITHACT, RECYCLE POSTS IT"
                TO WS-WRK-MSG
        END-IF
    ELSE
        MOVE WS-CA-ACCOUNT-ID TO WRKIDO
    END-IF
