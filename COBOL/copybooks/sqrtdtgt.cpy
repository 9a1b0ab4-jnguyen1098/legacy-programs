*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -       Department restatement targets (sqrtdptr interface)      -
*> ------------------------------------------------------------------
*> What sqrtdptr's "R" hands back: the department code(s) a code's
*> work belongs to under the current organization, largest share
*> first, the shares (percent) adding to 100. An untouched code
*> comes back as itself at 100; a department split in a
*> reorganization comes back as its successors.
01 dptTargets.
    02 dtgCount pic 9(01).
    02 dtgEntry occurs 4 times.
        03 dtgCode  pic x(04).
        03 dtgShare pic 9(03).
