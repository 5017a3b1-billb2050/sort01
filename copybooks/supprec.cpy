      * hand-editing customer.srt, and the edit evaporated the
      * next night when sort01 republished the file.
      * Reason codes: O customer opt-out, L legal hold,
      * D deceased, U undeliverable address (added by rtnmail01
      * once an account's returned pieces reach the limit),
      * E erased (added by privreq01 when a customer's data is
      * erased on request - campsel01 and reinst01 honor it as
      * well, so nothing brings the customer back).
      *
      * Modification History:
      * 09/02/2026 - BB - Created.
      * 10/15/2026 - BB - New reason code U, undeliverable.
      * 10/15/2026 - BB - New reason code E, erased on request.
           05 SUP-ACCOUNT         pic x(18).
           05 Filler              pic x(2).
           05 SUP-REASON-CODE     pic x(1).
              88 SUP-OPT-OUT               value "O".
              88 SUP-LEGAL-HOLD            value "L".
              88 SUP-DECEASED              value "D".
              88 SUP-UNDELIVERABLE         value "U".
              88 SUP-ERASED                value "E".
